           05 EC-High-Tol      PIC 9(5)V9.
           05 EC-Ecn           PIC X(6).
           05 EC-Eff-Date      PIC X(8).
      *> Who keyed the EC and who approved it; oprAuth refuses the
      *> card unless both hold authority for its code, and they are
      *> two different people. Specs are kept for every company at
      *> once, so only an all-company grant reaches them.
           05 EC-Operator      PIC X(8).
           05 EC-Approver      PIC X(8).

       FD  Spec-File.
       01  Spec-Record.
       01  WS-Spec-Count       PIC 9(3) VALUE ZERO.
       01  WS-Spec-Sub         PIC 9(3).
       01  WS-Applied-Count    PIC 9(5) VALUE ZERO.
       01  WS-Applied-Before   PIC 9(5) VALUE ZERO.
       01  WS-Latest-Found     PIC X VALUE 'N'.
       01  WS-Latest-Eff-Date  PIC X(8).
       01  WS-Latest-Low       PIC 9(5)V9.
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'SPECMAINT'.
           05 OAP-Operator      PIC X(8).
           05 OAP-Approver      PIC X(8).
           05 OAP-Txn-Code      PIC X.
           05 OAP-Company       PIC X(2).
           05 OAP-Key           PIC X(20).
           05 OAP-Action        PIC X(12).
           05 OAP-Result        PIC X.
           05 OAP-Reason        PIC X(30).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
                   AT END MOVE 'Y' TO WS-EC-Eof
               END-READ
               PERFORM UNTIL WS-EC-Eof = 'Y'
                   PERFORM 2050-Check-Operator-Authority
                   IF OAP-Result NOT = 'Y'
                       DISPLAY 'EC REFUSED: ' EC-Ecn ' ' EC-Item-ID
                           ' ' OAP-Reason
                   ELSE
                       MOVE WS-Applied-Count TO WS-Applied-Before
                       PERFORM 2100-Apply-One-Transaction
                       IF WS-Applied-Count > WS-Applied-Before
                           MOVE 'L'       TO OAP-Request
                           MOVE AU-Action TO OAP-Action
                           CALL 'oprAuth' USING Operator-Auth-Parms
                       END-IF
                   END-IF
                   READ EC-Transaction-File
                       AT END MOVE 'Y' TO WS-EC-Eof
                   END-READ
               CLOSE EC-Transaction-File
           END-IF.

       2050-Check-Operator-Authority.
           MOVE 'C'           TO OAP-Request.
           MOVE EC-Operator   TO OAP-Operator.
           MOVE EC-Approver   TO OAP-Approver.
           MOVE EC-Txn-Code   TO OAP-Txn-Code.
           MOVE '**'          TO OAP-Company.
           MOVE SPACES        TO OAP-Key.
           STRING EC-Item-ID ' ' EC-Ecn
               DELIMITED BY SIZE INTO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       2100-Apply-One-Transaction.
           PERFORM 2200-Find-Latest-Version.
           EVALUATE TRUE
