       IDENTIFICATION DIVISION.
       PROGRAM-ID. eodBackup.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Run-control master, consulted directly: the backup only runs
      *> once eodBalance has ended clean today, so every generation
      *> it writes is a proved end of day.
           SELECT Sequence-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sequence-Status.
      *> Each carried sequential file in turn, by the name on the
      *> BKUPSET list, copied image for image to its dated
      *> generation, the way addValues writes its dated snapshots.
           SELECT Carried-File ASSIGN TO WS-Carried-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Carried-Status.
           SELECT Generation-File ASSIGN TO WS-Generation-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Generation-Status.
      *> The keyed masters, read in key order and unloaded to a
      *> sequential generation; sysRestore reloads them through the
      *> same keys. Only the key position matters here, so each
      *> record is carried as one image around its key.
           SELECT Address-File ASSIGN TO "PAYADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Prior-Result-File ASSIGN TO "PAYPRIOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT YTD-File ASSIGN TO "PAYYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Bank-File ASSIGN TO "PAYBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Deduction-File ASSIGN TO "PAYDEDUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT New-Hire-File ASSIGN TO "PAYNHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT W2-History-File ASSIGN TO "PAYW2HST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Juris-YTD-File ASSIGN TO "PAYYTDJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YJ-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Stock ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Backorder-File ASSIGN TO "STOCKBKO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT AR-Ledger-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-Key
               FILE STATUS IS WS-Keyed-Status.
           SELECT Order-File ASSIGN TO "SOORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-Key
               FILE STATUS IS WS-Keyed-Status.
      *> The backup catalog: one entry per file per night, carried
      *> across runs and appended to.
           SELECT Catalog-File ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Catalog-Status.
           SELECT Backup-Report ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sequence-Control-File.
       01  Sequence-Control-Rec.
           COPY RUNCTL.

       FD  Carried-File.
       01  Carried-Rec             PIC X(256).

       FD  Generation-File.
       01  Generation-Rec          PIC X(256).

       FD  Address-File.
       01  Address-Rec.
           05 AD-Key            PIC X(5).
           05 FILLER            PIC X(82).

       FD  Prior-Result-File.
       01  Prior-Result-Rec.
           05 PR-Key            PIC X(5).
           05 FILLER            PIC X(29).

       FD  YTD-File.
       01  YTD-Rec.
           05 YT-Key            PIC X(5).
           05 FILLER            PIC X(51).

       FD  Bank-File.
       01  Bank-Rec.
           05 FILLER            PIC X(42).
           05 BK-Key            PIC X(5).
           05 FILLER            PIC X(8).

       FD  Deduction-File.
       01  Deduction-Rec.
           05 DD-Key            PIC X(9).
           05 FILLER            PIC X(29).

       FD  New-Hire-File.
       01  New-Hire-Rec.
           05 NH-Key            PIC X(5).
           05 FILLER            PIC X(19).

       FD  W2-History-File.
       01  W2-History-Rec.
           05 WH-Key            PIC X(12).
           05 FILLER            PIC X(53).

       FD  Juris-YTD-File.
       01  Juris-YTD-Rec.
           05 YJ-Key            PIC X(8).
           05 FILLER            PIC X(22).

       FD  Stock
           RECORD CONTAINS 80 CHARACTERS.
       01  Stock-Record.
           05 FILLER            PIC X(10).
           05 SM-Key            PIC X(10).
           05 FILLER            PIC X(60).

       FD  Backorder-File.
       01  Backorder-Rec.
           05 BO-Key            PIC X(10).
           05 FILLER            PIC X(13).

       FD  Customer-File.
       01  Customer-Rec.
           05 CM-Key            PIC X(6).
           05 FILLER            PIC X(69).

       FD  AR-Ledger-File.
       01  AR-Item-Rec.
           05 AI-Key            PIC X(14).
           05 FILLER            PIC X(42).

       FD  Order-File.
       01  Order-Rec.
           05 SO-Key            PIC X(11).
           05 FILLER            PIC X(50).

       FD  Catalog-File.
       01  Catalog-Rec.
           COPY BKUPCAT.

       FD  Backup-Report.
       01  Backup-Line             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Sequence-Status   PIC XX.
       01  WS-Carried-Status    PIC XX.
       01  WS-Generation-Status PIC XX.
       01  WS-Keyed-Status      PIC XX.
       01  WS-Catalog-Status    PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Sequence-Eof      PIC X VALUE 'N'.
       01  WS-Balance-Clean     PIC X VALUE 'N'.
       01  WS-File-Result       PIC X.
           88 WS-File-Copied        VALUE 'B'.
           88 WS-File-Absent        VALUE 'A'.
           88 WS-File-Failed        VALUE 'F'.
       01  WS-Failed-Status     PIC XX.
       01  WS-Today             PIC X(8).
       01  WS-Carried-Name      PIC X(9).
       01  WS-Generation-Name.
           05 FILLER            PIC X(4) VALUE 'BKUP'.
           05 GN-Date           PIC X(8).
           05 FILLER            PIC X VALUE '.'.
           05 GN-File           PIC X(9).
       01  WS-Image-Area        PIC X(256).
       01  WS-Image-Length      PIC 9(3).
       01  WS-Trailing-Spaces   PIC 9(3).
       01  WS-Char-Sub          PIC 9(3).
       01  WS-Record-Count      PIC 9(9) VALUE ZERO.
       01  WS-Hash-Total        PIC 9(15) VALUE ZERO.
       01  WS-Backed-Up-Count   PIC 9(4) VALUE ZERO.
       01  WS-Absent-Count      PIC 9(4) VALUE ZERO.
       01  WS-Failed-Count      PIC 9(4) VALUE ZERO.
       01  WS-Total-Records     PIC 9(9) VALUE ZERO.

      *> The carried set, in subsystem order.
       01  Carried-Set-Values.
           COPY BKUPSET.
       01  Carried-Set REDEFINES Carried-Set-Values.
           05 Set-Entry OCCURS 108 TIMES INDEXED BY Set-Idx.
              10 CS-File          PIC X(9).
              10 CS-Subsystem     PIC X(8).
              10 CS-Organization  PIC X.
                 88 CS-Keyed          VALUE 'I'.
                 88 CS-Checkpoint     VALUE 'K'.

       01  WS-Report-Heading.
           05 FILLER            PIC X(36)
                  VALUE 'END-OF-DAY BACKUP FOR BUSINESS DATE '.
           05 RH-Business-Date  PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(30)
                  VALUE 'SUBSYSTM FILE      O   RECORDS'.
           05 FILLER            PIC X(27)
                  VALUE '      HASH TOTAL GENERATION'.
       01  WS-Detail-Line.
           05 DL-Subsystem      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-File           PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Organization   PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Count          PIC Z(8)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Hash           PIC Z(14)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Generation     PIC X(22).
       01  WS-Report-Totals.
           05 FILLER            PIC X(16) VALUE 'FILES BACKED UP '.
           05 RT-Backed-Up      PIC Z(3)9.
           05 FILLER            PIC X(14) VALUE ' NOT ON FILE '.
           05 RT-Absent         PIC Z(3)9.
           05 FILLER            PIC X(8) VALUE ' FAILED '.
           05 RT-Failed         PIC Z(3)9.
           05 FILLER            PIC X(9) VALUE ' RECORDS '.
           05 RT-Records        PIC Z(8)9.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'EODBACKUP'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'EODBACKUP'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0050-Check-Balance-Complete.
           OPEN OUTPUT Backup-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'BKUPRPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 1000-Open-Catalog.
           MOVE WS-Today TO RH-Business-Date.
           WRITE Backup-Line FROM WS-Report-Heading.
           WRITE Backup-Line FROM WS-Column-Heading.
           PERFORM VARYING Set-Idx FROM 1 BY 1 UNTIL Set-Idx > 108
               IF NOT CS-Checkpoint (Set-Idx)
                   PERFORM 2000-Backup-File
               END-IF
           END-PERFORM.
           CLOSE Catalog-File.
           MOVE WS-Backed-Up-Count TO RT-Backed-Up.
           MOVE WS-Absent-Count    TO RT-Absent.
           MOVE WS-Failed-Count    TO RT-Failed.
           MOVE WS-Total-Records   TO RT-Records.
           WRITE Backup-Line FROM WS-Report-Totals.
           CLOSE Backup-Report.
      *> A generation with a file missing cannot be laid back as a
      *> set; the run ends in error so tonight's sequence stops
      *> here and operations re-run the backup.
           IF WS-Failed-Count > ZERO
               DISPLAY 'CARRIED FILE(S) NOT BACKED UP: '
                   WS-Failed-Count ' - BACKUP INCOMPLETE'
               MOVE 'E' TO RLP-Severity
               MOVE 'BACKUP INCOMPLETE - FILES NOT COPIED'
                   TO RLP-Message
               MOVE WS-Failed-Count TO RLP-Count
               MOVE 98 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 98 TO RETURN-CODE
           END-IF.
           DISPLAY 'CARRIED FILES BACKED UP: ' WS-Backed-Up-Count
               ' RECORDS: ' WS-Total-Records.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The last word on EODBALANCE today decides: a clean end
      *> entry, not since backed out by sysRestore.
       0050-Check-Balance-Complete.
           MOVE 'N' TO WS-Sequence-Eof.
           OPEN INPUT Sequence-Control-File.
           IF WS-Sequence-Status = '00'
               READ Sequence-Control-File
                   AT END MOVE 'Y' TO WS-Sequence-Eof
               END-READ
               PERFORM UNTIL WS-Sequence-Eof = 'Y'
                   IF RC-Program = 'EODBALANCE'
                        AND RC-Run-Date = WS-Today
                       IF RC-Action = 'E' AND RC-Return-Code = ZERO
                           MOVE 'Y' TO WS-Balance-Clean
                       END-IF
                       IF RC-Action = 'E' AND RC-Return-Code NOT = ZERO
                           MOVE 'N' TO WS-Balance-Clean
                       END-IF
                       IF RC-Action = 'B'
                           MOVE 'N' TO WS-Balance-Clean
                       END-IF
                   END-IF
                   READ Sequence-Control-File
                       AT END MOVE 'Y' TO WS-Sequence-Eof
                   END-READ
               END-PERFORM
               CLOSE Sequence-Control-File
           END-IF.
           IF WS-Balance-Clean = 'N'
               DISPLAY 'EODBALANCE DID NOT END CLEAN TODAY'
                   ' - BACKUP REFUSED'
               MOVE 'E' TO RLP-Severity
               MOVE 'REFUSED - EODBALANCE NOT CLEAN TODAY'
                   TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 44 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 44 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       1000-Open-Catalog.
           OPEN EXTEND Catalog-File.
           IF WS-Catalog-Status = '35'
               OPEN OUTPUT Catalog-File
           END-IF.
           IF WS-Catalog-Status NOT = '00'
               DISPLAY 'BKUPCAT OPEN FAILED, STATUS='
                   WS-Catalog-Status ' - BACKUP NOT TAKEN'
               CLOSE Backup-Report
               MOVE 98 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

      *> One file: copied with its count and hash, or noted as not
      *> on file (status 35), or failed. Only copied and absent
      *> files are cataloged; a failed file has no entry, so no
      *> restore can be proved against tonight's generation.
       2000-Backup-File.
           MOVE CS-File (Set-Idx) TO WS-Carried-Name.
           MOVE CS-File (Set-Idx) TO GN-File.
           MOVE WS-Today          TO GN-Date.
           MOVE ZERO TO WS-Record-Count.
           MOVE ZERO TO WS-Hash-Total.
           IF CS-Keyed (Set-Idx)
               PERFORM 2200-Copy-Keyed-File
           ELSE
               PERFORM 2100-Copy-Sequential-File
           END-IF.
           MOVE CS-Subsystem (Set-Idx)    TO DL-Subsystem.
           MOVE CS-File (Set-Idx)         TO DL-File.
           MOVE CS-Organization (Set-Idx) TO DL-Organization.
           MOVE WS-Record-Count           TO DL-Count.
           MOVE WS-Hash-Total             TO DL-Hash.
           EVALUATE TRUE
               WHEN WS-File-Copied
                   MOVE WS-Generation-Name TO DL-Generation
                   ADD 1 TO WS-Backed-Up-Count
                   ADD WS-Record-Count TO WS-Total-Records
                   PERFORM 2800-Write-Catalog-Entry
               WHEN WS-File-Absent
                   MOVE 'NOT ON FILE' TO DL-Generation
                   ADD 1 TO WS-Absent-Count
                   PERFORM 2800-Write-Catalog-Entry
               WHEN OTHER
                   MOVE SPACES TO DL-Generation
                   STRING 'COPY FAILED, STATUS ' WS-Failed-Status
                       DELIMITED BY SIZE INTO DL-Generation
                   ADD 1 TO WS-Failed-Count
           END-EVALUATE.
           WRITE Backup-Line FROM WS-Detail-Line.

       2100-Copy-Sequential-File.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Carried-File.
           EVALUATE WS-Carried-Status
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'A' TO WS-File-Result
               WHEN OTHER
                   DISPLAY WS-Carried-Name ' OPEN FAILED, STATUS='
                       WS-Carried-Status
                   MOVE WS-Carried-Status TO WS-Failed-Status
                   MOVE 'F' TO WS-File-Result
           END-EVALUATE.
           IF WS-Carried-Status = '00'
               OPEN OUTPUT Generation-File
               IF WS-Generation-Status NOT = '00'
                   DISPLAY WS-Generation-Name ' OPEN FAILED, STATUS='
                       WS-Generation-Status
                   MOVE WS-Generation-Status TO WS-Failed-Status
                   MOVE 'F' TO WS-File-Result
               ELSE
                   MOVE 'B' TO WS-File-Result
                   READ Carried-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
                   PERFORM UNTIL WS-Eof-Switch = 'Y'
                       MOVE Carried-Rec TO WS-Image-Area
                       PERFORM 2900-Hash-Image
                       WRITE Generation-Rec FROM WS-Image-Area
                       READ Carried-File
                           AT END MOVE 'Y' TO WS-Eof-Switch
                       END-READ
                   END-PERFORM
                   CLOSE Generation-File
               END-IF
               CLOSE Carried-File
           END-IF.

       2200-Copy-Keyed-File.
           MOVE 'N' TO WS-Eof-Switch.
           PERFORM 2210-Open-Keyed-Input.
           EVALUATE WS-Keyed-Status
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'A' TO WS-File-Result
               WHEN OTHER
                   DISPLAY WS-Carried-Name ' OPEN FAILED, STATUS='
                       WS-Keyed-Status
                   MOVE WS-Keyed-Status TO WS-Failed-Status
                   MOVE 'F' TO WS-File-Result
           END-EVALUATE.
           IF WS-Keyed-Status = '00'
               OPEN OUTPUT Generation-File
               IF WS-Generation-Status NOT = '00'
                   DISPLAY WS-Generation-Name ' OPEN FAILED, STATUS='
                       WS-Generation-Status
                   MOVE WS-Generation-Status TO WS-Failed-Status
                   MOVE 'F' TO WS-File-Result
               ELSE
                   MOVE 'B' TO WS-File-Result
                   PERFORM 2220-Read-Keyed-Next
                   PERFORM UNTIL WS-Eof-Switch = 'Y'
                       PERFORM 2900-Hash-Image
                       WRITE Generation-Rec FROM WS-Image-Area
                       PERFORM 2220-Read-Keyed-Next
                   END-PERFORM
                   CLOSE Generation-File
               END-IF
               PERFORM 2230-Close-Keyed
           END-IF.

       2210-Open-Keyed-Input.
           EVALUATE WS-Carried-Name
               WHEN 'PAYADDR'  OPEN INPUT Address-File
               WHEN 'PAYPRIOR' OPEN INPUT Prior-Result-File
               WHEN 'PAYYTD'   OPEN INPUT YTD-File
               WHEN 'PAYBANK'  OPEN INPUT Bank-File
               WHEN 'PAYDEDUC' OPEN INPUT Deduction-File
               WHEN 'PAYNHHST' OPEN INPUT New-Hire-File
               WHEN 'PAYW2HST' OPEN INPUT W2-History-File
               WHEN 'PAYYTDJ'  OPEN INPUT Juris-YTD-File
               WHEN 'STOCKMST' OPEN INPUT Stock
               WHEN 'STOCKBKO' OPEN INPUT Backorder-File
               WHEN 'CUSTMAST' OPEN INPUT Customer-File
               WHEN 'ARLEDGER' OPEN INPUT AR-Ledger-File
               WHEN 'SOORDER'  OPEN INPUT Order-File
               WHEN OTHER      MOVE '99' TO WS-Keyed-Status
           END-EVALUATE.

       2220-Read-Keyed-Next.
           MOVE SPACES TO WS-Image-Area.
           EVALUATE WS-Carried-Name
               WHEN 'PAYADDR'
                   READ Address-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Address-Rec TO WS-Image-Area
                   END-READ
               WHEN 'PAYPRIOR'
                   READ Prior-Result-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END
                           MOVE Prior-Result-Rec TO WS-Image-Area
                   END-READ
               WHEN 'PAYYTD'
                   READ YTD-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE YTD-Rec TO WS-Image-Area
                   END-READ
               WHEN 'PAYBANK'
                   READ Bank-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Bank-Rec TO WS-Image-Area
                   END-READ
               WHEN 'PAYDEDUC'
                   READ Deduction-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Deduction-Rec TO WS-Image-Area
                   END-READ
               WHEN 'PAYNHHST'
                   READ New-Hire-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE New-Hire-Rec TO WS-Image-Area
                   END-READ
               WHEN 'PAYW2HST'
                   READ W2-History-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END
                           MOVE W2-History-Rec TO WS-Image-Area
                   END-READ
               WHEN 'PAYYTDJ'
                   READ Juris-YTD-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Juris-YTD-Rec TO WS-Image-Area
                   END-READ
               WHEN 'STOCKMST'
                   READ Stock NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Stock-Record TO WS-Image-Area
                   END-READ
               WHEN 'STOCKBKO'
                   READ Backorder-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Backorder-Rec TO WS-Image-Area
                   END-READ
               WHEN 'CUSTMAST'
                   READ Customer-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Customer-Rec TO WS-Image-Area
                   END-READ
               WHEN 'ARLEDGER'
                   READ AR-Ledger-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE AR-Item-Rec TO WS-Image-Area
                   END-READ
               WHEN 'SOORDER'
                   READ Order-File NEXT
                       AT END MOVE 'Y' TO WS-Eof-Switch
                       NOT AT END MOVE Order-Rec TO WS-Image-Area
                   END-READ
           END-EVALUATE.

       2230-Close-Keyed.
           EVALUATE WS-Carried-Name
               WHEN 'PAYADDR'  CLOSE Address-File
               WHEN 'PAYPRIOR' CLOSE Prior-Result-File
               WHEN 'PAYYTD'   CLOSE YTD-File
               WHEN 'PAYBANK'  CLOSE Bank-File
               WHEN 'PAYDEDUC' CLOSE Deduction-File
               WHEN 'PAYNHHST' CLOSE New-Hire-File
               WHEN 'PAYW2HST' CLOSE W2-History-File
               WHEN 'PAYYTDJ'  CLOSE Juris-YTD-File
               WHEN 'STOCKMST' CLOSE Stock
               WHEN 'STOCKBKO' CLOSE Backorder-File
               WHEN 'CUSTMAST' CLOSE Customer-File
               WHEN 'ARLEDGER' CLOSE AR-Ledger-File
               WHEN 'SOORDER'  CLOSE Order-File
           END-EVALUATE.

       2800-Write-Catalog-Entry.
           MOVE WS-Today                  TO BC-Business-Date.
           MOVE CS-Subsystem (Set-Idx)    TO BC-Subsystem.
           MOVE CS-File (Set-Idx)         TO BC-File.
           MOVE CS-Organization (Set-Idx) TO BC-Organization.
           MOVE WS-File-Result            TO BC-Status.
           MOVE WS-Record-Count           TO BC-Record-Count.
           MOVE WS-Hash-Total             TO BC-Hash-Total.
           IF WS-File-Copied
               MOVE WS-Generation-Name TO BC-Generation
           ELSE
               MOVE SPACES TO BC-Generation
           END-IF.
           WRITE Catalog-Rec.

      *> Record count plus a positional hash of every character up
      *> to the last non-blank one, so a dropped, altered, or
      *> transposed record fails to prove. sysRestore recomputes
      *> the same figures from the generation before laying back.
       2900-Hash-Image.
           ADD 1 TO WS-Record-Count.
           MOVE ZERO TO WS-Trailing-Spaces.
           INSPECT FUNCTION REVERSE (WS-Image-Area)
               TALLYING WS-Trailing-Spaces FOR LEADING SPACES.
           COMPUTE WS-Image-Length = 256 - WS-Trailing-Spaces.
           PERFORM VARYING WS-Char-Sub FROM 1 BY 1
                   UNTIL WS-Char-Sub > WS-Image-Length
               COMPUTE WS-Hash-Total = WS-Hash-Total
                   + FUNCTION ORD (WS-Image-Area (WS-Char-Sub:1))
                   * WS-Char-Sub
           END-PERFORM.

       0005-Check-Run-Control.
           MOVE 'S' TO RCP-Request.
           CALL 'runCtl' USING Run-Control-Parms.
           IF RCP-Result NOT = ZERO
               DISPLAY RCP-Program
                   ' ALREADY RAN TODAY - RERUN CARD REQUIRED'
               MOVE 'E' TO RLP-Severity
               MOVE 'REFUSED - ALREADY RAN TODAY' TO RLP-Message
               MOVE ZERO TO RLP-Count
               MOVE 91 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 91 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'I' TO RLP-Severity.
           MOVE 'RUN STARTED' TO RLP-Message.
           MOVE ZERO TO RLP-Count.
           MOVE ZERO TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.

       9000-End-Run-Control.
           MOVE 'E' TO RCP-Request.
           MOVE RETURN-CODE TO RCP-Result.
           CALL 'runCtl' USING Run-Control-Parms.
           IF RETURN-CODE = ZERO
               MOVE 'I' TO RLP-Severity
           ELSE
               MOVE 'W' TO RLP-Severity
           END-IF.
           MOVE 'RUN ENDED' TO RLP-Message.
           MOVE WS-Backed-Up-Count TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
