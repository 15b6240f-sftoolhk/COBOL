       FILE SECTION.
       FD  Reject-File.
       01  Reject-Record.
           05 RJ-Raw-Image    PIC X(71).
           05 RJ-Reason       PIC X(25).
           05 RJ-Reject-Date  PIC X(8).

              88 CR-Is-Write-Off  VALUE 'W'.
           05 CR-Field        PIC X(8).
           05 CR-Value        PIC X(9).
      *> Who keyed the card and who approved it; oprAuth refuses
      *> the card unless both hold authority for its action and
      *> the reject's company, and they are two different people.
           05 CR-Operator     PIC X(8).
           05 CR-Approver     PIC X(8).

       FD  Resubmit-File.
       01  Resubmit-Rec       PIC X(71).
       01  Resubmit-Trailer.
           COPY TRAILER.

       01  Register-Line      PIC X(80).

       FD  Overflow-File.
       01  Overflow-Rec       PIC X(104).

       WORKING-STORAGE SECTION.
       01  WS-Reject-Status     PIC XX.
           05 RW-Local-Code      PIC X(2).
           05 RW-Hire-Date       PIC X(8).
           05 RW-Term-Date       PIC X(8).
           05 RW-Pay-Type        PIC X.
           05 RW-Hourly-Rate-Text PIC X(5).
           05 RW-Grade           PIC X(2).
           05 RW-Step-Text       PIC X(2).

       01  WS-Register-Detail.
           05 RG-Action       PIC X(10).
           05 Reject-Entry OCCURS 0 TO 200 TIMES
                  DEPENDING ON WS-Reject-Count
                  INDEXED BY Rej-Idx.
              10 RT-Raw-Image   PIC X(71).
              10 RT-Reason      PIC X(25).
              10 RT-Reject-Date PIC X(8).
              10 RT-Disposed    PIC X.
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

      *> Operator-authority interface: each card is checked before
      *> it applies, and each card applied is logged as a master
      *> change, via oprAuth.
       01  Operator-Auth-Parms.
           05 OAP-Request       PIC X.
           05 OAP-Program       PIC X(12) VALUE 'PAYREJECT'.
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
               IF RT-Raw-Image (Rej-Idx) (1:20) = CR-Emp-Name
                    AND RT-Disposed (Rej-Idx) = 'N'
                   MOVE 'Y' TO WS-Reject-Found
                   PERFORM 1150-Check-Operator-Authority
                   IF OAP-Result NOT = 'Y'
                       DISPLAY 'CORRECTION REFUSED: ' CR-Emp-Name
                           ' ' OAP-Reason
                   ELSE
                       PERFORM 1200-Dispose-Reject
                       IF WS-Reject-Found = 'Y'
                           MOVE 'L'       TO OAP-Request
                           MOVE RG-Action TO OAP-Action
                           CALL 'oprAuth' USING Operator-Auth-Parms
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Reject-Found = 'N'
                   CR-Emp-Name
           END-IF.

      *> The company comes from the rejected record itself, in the
      *> same columns payEdit reads it from.
       1150-Check-Operator-Authority.
           MOVE RT-Raw-Image (Rej-Idx) TO WS-Raw-Work.
           MOVE 'C'           TO OAP-Request.
           MOVE CR-Operator   TO OAP-Operator.
           MOVE CR-Approver   TO OAP-Approver.
           MOVE CR-Action     TO OAP-Txn-Code.
           MOVE RW-Company    TO OAP-Company.
           MOVE CR-Emp-Name   TO OAP-Key.
           MOVE SPACES        TO OAP-Action.
           CALL 'oprAuth' USING Operator-Auth-Parms.

       1200-Dispose-Reject.
           MOVE RT-Raw-Image (Rej-Idx) TO WS-Raw-Work.
           EVALUATE TRUE
                   MOVE CR-Value (1:8)  TO RW-Hire-Date
               WHEN 'TERMDT'
                   MOVE CR-Value (1:8)  TO RW-Term-Date
               WHEN 'PAYTYPE'
                   MOVE CR-Value (1:1)  TO RW-Pay-Type
               WHEN 'RATE'
                   MOVE CR-Value (1:5)  TO RW-Hourly-Rate-Text
               WHEN 'GRADE'
                   MOVE CR-Value (1:2)  TO RW-Grade
               WHEN 'STEP'
                   MOVE CR-Value (1:2)  TO RW-Step-Text
               WHEN OTHER
                   DISPLAY 'UNKNOWN FIX FIELD: ' CR-Field
           END-EVALUATE.
