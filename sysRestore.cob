       IDENTIFICATION DIVISION.
       PROGRAM-ID. sysRestore.
       AUTHOR FMORAESTEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Restore card: the business date whose end-of-day backup is
      *> to be laid back, and optionally one subsystem; a blank
      *> subsystem, or ALL, lays back the whole carried set. Unlike
      *> payRestore there is no default date: the card is required.
           SELECT Param-Card-File ASSIGN TO "RSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Param-Status.
      *> The catalog eodBackup appends to each night; the last entry
      *> for a file on the business date is the one proved.
           SELECT Catalog-File ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Catalog-Status.
      *> Run-control master, read directly to find the clean backup
      *> of the business date and every run that ended after it,
      *> then appended to with a backed-out entry for each of those
      *> runs in the restored subsystems.
           SELECT Sequence-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sequence-Status.
      *> The dated generation of each file and the carried file it
      *> is laid back over, by the names on the BKUPSET list.
           SELECT Generation-File ASSIGN TO WS-Generation-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Generation-Status.
           SELECT Carried-File ASSIGN TO WS-Carried-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Carried-Status.
      *> The keyed masters, rebuilt through their keys from the
      *> unloaded generation, as payRestore rebuilds PAYPRIOR.
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
           SELECT Restore-Report ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Param-Card-File.
       01  Param-Card-Rec.
           05 RP-Business-Date  PIC X(8).
           05 RP-Subsystem      PIC X(8).

       FD  Catalog-File.
       01  Catalog-Rec.
           COPY BKUPCAT.

       FD  Sequence-Control-File.
       01  Sequence-Control-Rec.
           COPY RUNCTL.

       FD  Generation-File.
       01  Generation-Rec          PIC X(256).

       FD  Carried-File.
       01  Carried-Rec             PIC X(256).

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

       FD  Restore-Report.
       01  Restore-Line            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Param-Status      PIC XX.
       01  WS-Catalog-Status    PIC XX.
       01  WS-Sequence-Status   PIC XX.
       01  WS-Generation-Status PIC XX.
       01  WS-Carried-Status    PIC XX.
       01  WS-Keyed-Status      PIC XX.
       01  WS-Report-Status     PIC XX.
       01  WS-Eof-Switch        PIC X VALUE 'N'.
       01  WS-Sequence-Eof      PIC X VALUE 'N'.
       01  WS-Mark-Found        PIC X VALUE 'N'.
       01  WS-In-Scope          PIC X VALUE 'N'.
       01  WS-Write-Ok          PIC X VALUE 'Y'.
       01  WS-Today             PIC X(8).
       01  WS-Business-Date     PIC X(8).
       01  WS-Subsystem         PIC X(8).
       01  WS-Refuse-Code       PIC 9(3) VALUE ZERO.
       01  WS-Carried-Name      PIC X(9).
       01  WS-Generation-Name   PIC X(22).
       01  WS-Image-Area        PIC X(256).
       01  WS-Image-Length      PIC 9(3).
       01  WS-Trailing-Spaces   PIC 9(3).
       01  WS-Char-Sub          PIC 9(3).
       01  WS-Set-Sub           PIC 9(3).
       01  WS-Run-Sub           PIC S9(4).
       01  WS-Record-Count      PIC 9(9) VALUE ZERO.
       01  WS-Hash-Total        PIC 9(15) VALUE ZERO.
       01  WS-Written-Count     PIC 9(9) VALUE ZERO.
       01  WS-Cataloged-Count   PIC 9(4) VALUE ZERO.
       01  WS-Missing-Count     PIC 9(4) VALUE ZERO.
       01  WS-Proof-Failed-Count PIC 9(4) VALUE ZERO.
       01  WS-Restored-Count    PIC 9(4) VALUE ZERO.
       01  WS-Layback-Failed    PIC 9(4) VALUE ZERO.
       01  WS-Total-Records     PIC 9(9) VALUE ZERO.
       01  WS-Run-Count         PIC 9(4) VALUE ZERO.
       01  WS-Backed-Out-Count  PIC 9(4) VALUE ZERO.

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

      *> What the catalog holds for each file of the set on the
      *> business date, entry for entry with the set above, and
      *> what this run proved and laid back.
       01  Catalog-Table.
           05 Catalog-Entry OCCURS 108 TIMES.
              10 CE-Found         PIC X.
              10 CE-Status        PIC X.
              10 CE-Record-Count  PIC 9(9).
              10 CE-Hash-Total    PIC 9(15).
              10 CE-Generation    PIC X(22).
              10 CE-Proved-Count  PIC 9(9).
              10 CE-Result        PIC X(20).

      *> The subsystem each program that writes a carried file
      *> belongs to, for deciding which of its runs a restore backs
      *> out. A subsystem of * is backed out by any restore: the
      *> balancing and backup runs vouch for every subsystem, and
      *> the retention sweep can trim a file of any of them.
       01  Program-Table-Values.
           05 FILLER PIC X(20) VALUE 'ADDVALUES   PAYROLL '.
           05 FILLER PIC X(20) VALUE 'EMPCONVERT  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'EMPMAINT    PAYROLL '.
           05 FILLER PIC X(20) VALUE 'KEYCONVERT  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYACHRET   PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYBANKMAINTPAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYBENELECT PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYCALBUILD PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYCHECK    PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYCKSTALE  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYEDIT     PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYFINAL    PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYLEAVE    PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYNEWHIRE  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYQTRFILE  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYREJECT   PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYRELEASE  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYREMIT    PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYRESTORE  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYRETRO    PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYSTEPINC  PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYSUPP     PAYROLL '.
           05 FILLER PIC X(20) VALUE 'PAYVOID     PAYROLL '.
           05 FILLER PIC X(20) VALUE 'YEARENDSTMT PAYROLL '.
           05 FILLER PIC X(20) VALUE 'ABCCLASS    STOCK   '.
           05 FILLER PIC X(20) VALUE 'CYCLECOUNT  STOCK   '.
           05 FILLER PIC X(20) VALUE 'INITALIZE   STOCK   '.
           05 FILLER PIC X(20) VALUE 'INVPERFORM  STOCK   '.
           05 FILLER PIC X(20) VALUE 'MOVEVALUES  STOCK   '.
           05 FILLER PIC X(20) VALUE 'PICKCONFIRM STOCK   '.
           05 FILLER PIC X(20) VALUE 'PICKRELEASE STOCK   '.
           05 FILLER PIC X(20) VALUE 'REORDERCALC STOCK   '.
           05 FILLER PIC X(20) VALUE 'REQAPPROVE  STOCK   '.
           05 FILLER PIC X(20) VALUE 'STDCOSTROLL STOCK   '.
           05 FILLER PIC X(20) VALUE 'STOCKCLOSE  STOCK   '.
           05 FILLER PIC X(20) VALUE 'STOCKRESERVESTOCK   '.
           05 FILLER PIC X(20) VALUE 'STOCKRESTORESTOCK   '.
           05 FILLER PIC X(20) VALUE 'STOCKVERIFY STOCK   '.
           05 FILLER PIC X(20) VALUE 'TWOADDVALUE STOCK   '.
           05 FILLER PIC X(20) VALUE 'BOMMAINT    MFG     '.
           05 FILLER PIC X(20) VALUE 'DEFINEVALUE MFG     '.
           05 FILLER PIC X(20) VALUE 'WOCOMPLETE  MFG     '.
           05 FILLER PIC X(20) VALUE 'WORELEASE   MFG     '.
           05 FILLER PIC X(20) VALUE 'APMATCH     PURCH   '.
           05 FILLER PIC X(20) VALUE 'APPAYRELEASEPURCH   '.
           05 FILLER PIC X(20) VALUE 'APPAYSELECT PURCH   '.
           05 FILLER PIC X(20) VALUE 'ASNINTAKE   PURCH   '.
           05 FILLER PIC X(20) VALUE 'POGENERATE  PURCH   '.
           05 FILLER PIC X(20) VALUE 'PORECEIVE   PURCH   '.
           05 FILLER PIC X(20) VALUE 'POTRANSMIT  PURCH   '.
           05 FILLER PIC X(20) VALUE 'VENDRETURN  PURCH   '.
           05 FILLER PIC X(20) VALUE 'ARAGING     SALES   '.
           05 FILLER PIC X(20) VALUE 'CASHAPPLY   SALES   '.
           05 FILLER PIC X(20) VALUE 'CUSTINVOICE SALES   '.
           05 FILLER PIC X(20) VALUE 'CUSTMAINT   SALES   '.
           05 FILLER PIC X(20) VALUE 'CUSTRETURN  SALES   '.
           05 FILLER PIC X(20) VALUE 'SALESORDER  SALES   '.
           05 FILLER PIC X(20) VALUE 'DEFADDVALUE DISTRIB '.
           05 FILLER PIC X(20) VALUE 'DRIVERPAY   DISTRIB '.
           05 FILLER PIC X(20) VALUE 'FUELRECON   DISTRIB '.
           05 FILLER PIC X(20) VALUE 'ROUTECONFIRMDISTRIB '.
           05 FILLER PIC X(20) VALUE 'STOPMAINT   DISTRIB '.
           05 FILLER PIC X(20) VALUE 'GAUGEFLAG   QUALITY '.
           05 FILLER PIC X(20) VALUE 'GAUGERR     QUALITY '.
           05 FILLER PIC X(20) VALUE 'ITEMMEASURE QUALITY '.
           05 FILLER PIC X(20) VALUE 'NCRMAINT    QUALITY '.
           05 FILLER PIC X(20) VALUE 'QCRELEASE   QUALITY '.
           05 FILLER PIC X(20) VALUE 'SPECMAINT   QUALITY '.
           05 FILLER PIC X(20) VALUE 'EXCPSUMMARY LEDGER  '.
           05 FILLER PIC X(20) VALUE 'GLACKRECON  LEDGER  '.
           05 FILLER PIC X(20) VALUE 'GLJOURNAL   LEDGER  '.
           05 FILLER PIC X(20) VALUE 'EODBALANCE  *       '.
           05 FILLER PIC X(20) VALUE 'EODBACKUP   *       '.
           05 FILLER PIC X(20) VALUE 'RETENSWEEP  *       '.
       01  Program-Table REDEFINES Program-Table-Values.
           05 Program-Entry OCCURS 74 TIMES INDEXED BY Pgm-Idx.
              10 PT-Program       PIC X(12).
              10 PT-Subsystem     PIC X(8).

      *> Every run that ended after the business date's backup, in
      *> RUNCTL order; one already backed out by an earlier restore
      *> is marked so it is not backed out twice.
       01  Run-Table.
           05 Run-Entry OCCURS 0 TO 500 TIMES
                  DEPENDING ON WS-Run-Count
                  INDEXED BY Run-Idx.
              10 RT-Program       PIC X(12).
              10 RT-Run-Date      PIC X(8).
              10 RT-Return-Code   PIC 9(3).
              10 RT-Backed-Out    PIC X.

       01  WS-Report-Heading.
           05 FILLER            PIC X(28)
                  VALUE 'SYSTEM RESTORE TO BACKUP OF '.
           05 RH-Business-Date  PIC X(8).
           05 FILLER            PIC X(11) VALUE ' SUBSYSTEM '.
           05 RH-Subsystem      PIC X(8).
           05 FILLER            PIC X(8) VALUE ' RUN ON '.
           05 RH-Run-Date       PIC X(8).
       01  WS-Column-Heading.
           05 FILLER            PIC X(45)
                  VALUE 'SUBSYSTM FILE      CATALOGED    PROVED RESULT'.
       01  WS-Detail-Line.
           05 DL-Subsystem      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-File           PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Cataloged      PIC Z(8)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Proved         PIC Z(8)9.
           05 FILLER            PIC X VALUE SPACE.
           05 DL-Result         PIC X(20).
       01  WS-Report-Totals.
           05 FILLER            PIC X(15) VALUE 'FILES RESTORED '.
           05 RT-Files          PIC Z(3)9.
           05 FILLER            PIC X(9) VALUE ' RECORDS '.
           05 RT-Records        PIC Z(8)9.
           05 FILLER            PIC X(17) VALUE ' RUNS BACKED OUT '.
           05 RT-Runs           PIC Z(3)9.
       01  WS-Run-Heading.
           05 FILLER            PIC X(34)
                  VALUE 'RUN AFTER BKUP RUN DATE RC  ACTION'.
       01  WS-Run-Line.
           05 RL-Program        PIC X(12).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RL-Run-Date       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RL-Return-Code    PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 RL-Action         PIC X(36).
       01  WS-No-Run-Line       PIC X(36)
           VALUE 'NO RUNS AFTER THE BACKUP TO BACK OUT'.

      *> Run-control interface: checked at startup so a second
      *> same-day run is refused without an operator rerun card,
      *> and written at end-of-job with the final return code.
       01  Run-Control-Parms.
           05 RCP-Program       PIC X(12) VALUE 'SYSRESTORE'.
           05 RCP-Request       PIC X.
           05 RCP-Result        PIC 9(3).

      *> Structured run-log interface: start, warning, and end
      *> entries go to the central RUNLOG file via runLog.
       01  Run-Log-Parms.
           05 RLP-Program       PIC X(12) VALUE 'SYSRESTORE'.
           05 RLP-Severity      PIC X.
           05 RLP-Message       PIC X(40).
           05 RLP-Count         PIC 9(7).
           05 RLP-Return-Code   PIC 9(3).

       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           PERFORM 0100-Read-Restore-Card.
           PERFORM 1000-Load-Catalog.
           PERFORM 1500-Find-Runs-After-Backup.
           OPEN OUTPUT Restore-Report.
           IF WS-Report-Status NOT = '00'
               DISPLAY 'RSTRPT OPEN FAILED, STATUS=' WS-Report-Status
               MOVE 30 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           MOVE WS-Business-Date TO RH-Business-Date.
           MOVE WS-Subsystem     TO RH-Subsystem.
           MOVE WS-Today         TO RH-Run-Date.
           WRITE Restore-Line FROM WS-Report-Heading.
           WRITE Restore-Line FROM WS-Column-Heading.
           PERFORM 2000-Prove-Generations.
      *> Nothing is laid back unless every generation in scope is
      *> on file and proves to its catalog count and hash: a
      *> partial set is worse than the bad day it replaces.
           IF WS-Missing-Count > ZERO OR WS-Proof-Failed-Count > ZERO
               PERFORM 3900-Write-File-Lines
               CLOSE Restore-Report
               DISPLAY 'GENERATIONS MISSING: ' WS-Missing-Count
                   ' FAILING PROOF: ' WS-Proof-Failed-Count
                   ' - NOTHING RESTORED'
               IF WS-Missing-Count > ZERO
                   MOVE 81 TO WS-Refuse-Code
               ELSE
                   MOVE 65 TO WS-Refuse-Code
               END-IF
               MOVE 'GENERATIONS NOT PROVED' TO RLP-Message
               PERFORM 0900-Refuse-Restore
           END-IF.
           PERFORM 3000-Lay-Back-Files.
           PERFORM 3900-Write-File-Lines.
      *> RUNCTL is only told the runs are backed out once every file
      *> is back; otherwise the night's sequence stays blocked until
      *> operations finish the restore.
           IF WS-Layback-Failed > ZERO
               DISPLAY 'CARRIED FILE(S) NOT LAID BACK: '
                   WS-Layback-Failed ' - RESTORE INCOMPLETE'
               MOVE 'E' TO RLP-Severity
               MOVE 'RESTORE INCOMPLETE - RUNCTL NOT UPDATED'
                   TO RLP-Message
               MOVE WS-Layback-Failed TO RLP-Count
               MOVE 81 TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
               MOVE 81 TO RETURN-CODE
           ELSE
               PERFORM 4000-Back-Out-Runs
               MOVE 'W' TO RLP-Severity
               MOVE 'CARRIED FILES RESTORED FROM BACKUP'
                   TO RLP-Message
               MOVE WS-Total-Records TO RLP-Count
               MOVE ZERO TO RLP-Return-Code
               CALL 'runLog' USING Run-Log-Parms
           END-IF.
           MOVE WS-Restored-Count   TO RT-Files.
           MOVE WS-Total-Records    TO RT-Records.
           MOVE WS-Backed-Out-Count TO RT-Runs.
           WRITE Restore-Line FROM WS-Report-Totals.
           CLOSE Restore-Report.
           DISPLAY 'FILES RESTORED TO BACKUP OF ' WS-Business-Date
               ': ' WS-Restored-Count ' RUNS BACKED OUT: '
               WS-Backed-Out-Count.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

       0100-Read-Restore-Card.
           MOVE SPACES TO Param-Card-Rec.
           OPEN INPUT Param-Card-File.
           IF WS-Param-Status = '00'
               READ Param-Card-File
                   AT END MOVE SPACES TO Param-Card-Rec
               END-READ
               CLOSE Param-Card-File
           END-IF.
           MOVE 48 TO WS-Refuse-Code.
           IF RP-Business-Date NOT NUMERIC
               MOVE 'NO VALID RESTORE CARD' TO RLP-Message
               PERFORM 0900-Refuse-Restore
           END-IF.
           MOVE RP-Business-Date TO WS-Business-Date.
           IF RP-Subsystem = SPACES OR RP-Subsystem = 'ALL'
               MOVE 'ALL' TO WS-Subsystem
           ELSE
               MOVE RP-Subsystem TO WS-Subsystem
               SET Set-Idx TO 1
               SEARCH Set-Entry
                   AT END
                       MOVE 'UNKNOWN SUBSYSTEM ON RESTORE CARD'
                           TO RLP-Message
                       PERFORM 0900-Refuse-Restore
                   WHEN CS-Subsystem (Set-Idx) = WS-Subsystem
                       CONTINUE
               END-SEARCH
           END-IF.
           DISPLAY 'RESTORING ' WS-Subsystem ' TO BACKUP OF '
               WS-Business-Date.

       0900-Refuse-Restore.
           DISPLAY 'SYSRESTORE REFUSED - ' RLP-Message.
           MOVE 'E' TO RLP-Severity.
           MOVE ZERO TO RLP-Count.
           MOVE WS-Refuse-Code TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
           MOVE WS-Refuse-Code TO RETURN-CODE.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The last catalog entry for a file on the business date is
      *> the one proved: a rerun backup supersedes the first.
       1000-Load-Catalog.
           PERFORM VARYING WS-Set-Sub FROM 1 BY 1
                   UNTIL WS-Set-Sub > 108
               MOVE 'N'    TO CE-Found (WS-Set-Sub)
               MOVE SPACES TO CE-Status (WS-Set-Sub)
               MOVE ZERO   TO CE-Record-Count (WS-Set-Sub)
               MOVE ZERO   TO CE-Hash-Total (WS-Set-Sub)
               MOVE SPACES TO CE-Generation (WS-Set-Sub)
               MOVE ZERO   TO CE-Proved-Count (WS-Set-Sub)
               MOVE SPACES TO CE-Result (WS-Set-Sub)
           END-PERFORM.
           MOVE 81 TO WS-Refuse-Code.
           OPEN INPUT Catalog-File.
           IF WS-Catalog-Status NOT = '00'
               DISPLAY 'BKUPCAT OPEN FAILED, STATUS=' WS-Catalog-Status
               MOVE 'NO BACKUP CATALOG ON FILE' TO RLP-Message
               PERFORM 0900-Refuse-Restore
           END-IF.
           MOVE 'N' TO WS-Eof-Switch.
           READ Catalog-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               IF BC-Business-Date = WS-Business-Date
                   SET Set-Idx TO 1
                   SEARCH Set-Entry
                       AT END CONTINUE
                       WHEN CS-File (Set-Idx) = BC-File
                           SET WS-Set-Sub TO Set-Idx
                           PERFORM 1100-Keep-Catalog-Entry
                   END-SEARCH
               END-IF
               READ Catalog-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Catalog-File.
           PERFORM VARYING WS-Set-Sub FROM 1 BY 1
                   UNTIL WS-Set-Sub > 108
               PERFORM 1900-Check-Scope
               IF WS-In-Scope = 'Y' AND CE-Found (WS-Set-Sub) = 'Y'
                   ADD 1 TO WS-Cataloged-Count
               END-IF
           END-PERFORM.
           IF WS-Cataloged-Count = ZERO
               MOVE 'NO BACKUP CATALOGED FOR THE DATE' TO RLP-Message
               PERFORM 0900-Refuse-Restore
           END-IF.

       1100-Keep-Catalog-Entry.
           MOVE 'Y'             TO CE-Found (WS-Set-Sub).
           MOVE BC-Status       TO CE-Status (WS-Set-Sub).
           MOVE BC-Record-Count TO CE-Record-Count (WS-Set-Sub).
           MOVE BC-Hash-Total   TO CE-Hash-Total (WS-Set-Sub).
           MOVE BC-Generation   TO CE-Generation (WS-Set-Sub).

      *> The business date's backup must have ended clean on RUNCTL,
      *> and not since been backed out itself by a restore to an
      *> earlier date. Every run that ended after it is collected;
      *> a backed-out entry cancels the run it names.
       1500-Find-Runs-After-Backup.
           MOVE 'N' TO WS-Mark-Found.
           MOVE ZERO TO WS-Run-Count.
           MOVE 'N' TO WS-Sequence-Eof.
           OPEN INPUT Sequence-Control-File.
           IF WS-Sequence-Status = '00'
               READ Sequence-Control-File
                   AT END MOVE 'Y' TO WS-Sequence-Eof
               END-READ
               PERFORM UNTIL WS-Sequence-Eof = 'Y'
                   EVALUATE TRUE
                       WHEN RC-Program = 'EODBACKUP'
                            AND RC-Run-Date = WS-Business-Date
                            AND RC-Return-Code = ZERO
                            AND RC-Action = 'E'
                           MOVE 'Y' TO WS-Mark-Found
                           MOVE ZERO TO WS-Run-Count
                       WHEN RC-Program = 'EODBACKUP'
                            AND RC-Run-Date = WS-Business-Date
                            AND RC-Return-Code = ZERO
                            AND RC-Action = 'B'
                           MOVE 'N' TO WS-Mark-Found
                           MOVE ZERO TO WS-Run-Count
                       WHEN WS-Mark-Found = 'Y' AND RC-Action = 'E'
                           PERFORM 1600-Add-Run
                       WHEN WS-Mark-Found = 'Y' AND RC-Action = 'B'
                           PERFORM 1700-Cancel-Run
                   END-EVALUATE
                   READ Sequence-Control-File
                       AT END MOVE 'Y' TO WS-Sequence-Eof
                   END-READ
               END-PERFORM
               CLOSE Sequence-Control-File
           END-IF.
           IF WS-Mark-Found = 'N'
               MOVE 81 TO WS-Refuse-Code
               MOVE 'NO CLEAN BACKUP OF THE DATE ON RUNCTL'
                   TO RLP-Message
               PERFORM 0900-Refuse-Restore
           END-IF.

       1600-Add-Run.
           IF WS-Run-Count >= 500
               CLOSE Sequence-Control-File
               MOVE 96 TO WS-Refuse-Code
               MOVE 'RUNS AFTER BACKUP EXCEED 500' TO RLP-Message
               PERFORM 0900-Refuse-Restore
           END-IF.
           ADD 1 TO WS-Run-Count.
           MOVE RC-Program     TO RT-Program (WS-Run-Count).
           MOVE RC-Run-Date    TO RT-Run-Date (WS-Run-Count).
           MOVE RC-Return-Code TO RT-Return-Code (WS-Run-Count).
           MOVE 'N'            TO RT-Backed-Out (WS-Run-Count).

      *> The latest run of the program on that date still standing.
       1700-Cancel-Run.
           PERFORM VARYING WS-Run-Sub FROM WS-Run-Count BY -1
                   UNTIL WS-Run-Sub < 1
               IF RT-Program (WS-Run-Sub) = RC-Program
                    AND RT-Run-Date (WS-Run-Sub) = RC-Run-Date
                    AND RT-Backed-Out (WS-Run-Sub) = 'N'
                   MOVE 'Y' TO RT-Backed-Out (WS-Run-Sub)
                   MOVE ZERO TO WS-Run-Sub
               END-IF
           END-PERFORM.

       1900-Check-Scope.
           IF WS-Subsystem = 'ALL'
                OR CS-Subsystem (WS-Set-Sub) = WS-Subsystem
               MOVE 'Y' TO WS-In-Scope
           ELSE
               MOVE 'N' TO WS-In-Scope
           END-IF.

       2000-Prove-Generations.
           PERFORM VARYING WS-Set-Sub FROM 1 BY 1
                   UNTIL WS-Set-Sub > 108
               PERFORM 1900-Check-Scope
               IF WS-In-Scope = 'Y'
                   PERFORM 2100-Prove-One-File
               END-IF
           END-PERFORM.

       2100-Prove-One-File.
           EVALUATE TRUE
               WHEN CS-Checkpoint (WS-Set-Sub)
                   MOVE 'CHECKPOINT' TO CE-Result (WS-Set-Sub)
               WHEN CE-Found (WS-Set-Sub) = 'N'
                   MOVE 'NOT CATALOGED' TO CE-Result (WS-Set-Sub)
                   ADD 1 TO WS-Missing-Count
               WHEN CE-Status (WS-Set-Sub) = 'A'
                   MOVE 'NOT ON FILE' TO CE-Result (WS-Set-Sub)
               WHEN OTHER
                   PERFORM 2200-Recount-Generation
           END-EVALUATE.

       2200-Recount-Generation.
           MOVE CE-Generation (WS-Set-Sub) TO WS-Generation-Name.
           MOVE ZERO TO WS-Record-Count.
           MOVE ZERO TO WS-Hash-Total.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Generation-File.
           IF WS-Generation-Status NOT = '00'
               DISPLAY 'GENERATION MISSING: ' WS-Generation-Name
               MOVE 'GENERATION MISSING' TO CE-Result (WS-Set-Sub)
               ADD 1 TO WS-Missing-Count
           ELSE
               READ Generation-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
               PERFORM UNTIL WS-Eof-Switch = 'Y'
                   MOVE Generation-Rec TO WS-Image-Area
                   PERFORM 2900-Hash-Image
                   READ Generation-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
               END-PERFORM
               CLOSE Generation-File
               MOVE WS-Record-Count TO CE-Proved-Count (WS-Set-Sub)
               IF WS-Record-Count = CE-Record-Count (WS-Set-Sub)
                    AND WS-Hash-Total = CE-Hash-Total (WS-Set-Sub)
                   MOVE 'PROVED' TO CE-Result (WS-Set-Sub)
               ELSE
                   DISPLAY 'GENERATION FAILS PROOF: '
                       WS-Generation-Name
                   MOVE 'PROOF FAILED' TO CE-Result (WS-Set-Sub)
                   ADD 1 TO WS-Proof-Failed-Count
               END-IF
           END-IF.

      *> Same figures eodBackup cataloged: record count plus a
      *> positional hash of every character up to the last
      *> non-blank one.
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

       3000-Lay-Back-Files.
           PERFORM VARYING WS-Set-Sub FROM 1 BY 1
                   UNTIL WS-Set-Sub > 108
               PERFORM 1900-Check-Scope
               IF WS-In-Scope = 'Y'
                   MOVE CS-File (WS-Set-Sub) TO WS-Carried-Name
                   EVALUATE TRUE
                       WHEN CS-Checkpoint (WS-Set-Sub)
                           PERFORM 3100-Clear-Checkpoint
                       WHEN CS-Keyed (WS-Set-Sub)
                           PERFORM 3200-Lay-Back-Keyed
                       WHEN OTHER
                           PERFORM 3300-Lay-Back-Sequential
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> After a restore the next run must start from the top, not
      *> from mid-file, as payRestore empties PAYCKP.
       3100-Clear-Checkpoint.
           OPEN OUTPUT Carried-File.
           IF WS-Carried-Status = '00'
               CLOSE Carried-File
               MOVE 'CLEARED' TO CE-Result (WS-Set-Sub)
           ELSE
               PERFORM 3800-Note-Layback-Failure
           END-IF.

       3200-Lay-Back-Keyed.
           MOVE ZERO TO WS-Written-Count.
           MOVE 'N' TO WS-Eof-Switch.
           PERFORM 3210-Open-Keyed-Output.
           IF WS-Keyed-Status NOT = '00'
               MOVE WS-Keyed-Status TO WS-Carried-Status
               PERFORM 3800-Note-Layback-Failure
           ELSE
               IF CE-Status (WS-Set-Sub) = 'B'
                   MOVE CE-Generation (WS-Set-Sub)
                       TO WS-Generation-Name
                   OPEN INPUT Generation-File
                   READ Generation-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
                   PERFORM UNTIL WS-Eof-Switch = 'Y'
                       MOVE Generation-Rec TO WS-Image-Area
                       PERFORM 3220-Write-Keyed
                       IF WS-Write-Ok = 'Y'
                           ADD 1 TO WS-Written-Count
                       END-IF
                       READ Generation-File
                           AT END MOVE 'Y' TO WS-Eof-Switch
                       END-READ
                   END-PERFORM
                   CLOSE Generation-File
               END-IF
               PERFORM 3230-Close-Keyed
               PERFORM 3700-Check-Written-Count
           END-IF.

       3210-Open-Keyed-Output.
           EVALUATE WS-Carried-Name
               WHEN 'PAYADDR'  OPEN OUTPUT Address-File
               WHEN 'PAYPRIOR' OPEN OUTPUT Prior-Result-File
               WHEN 'PAYYTD'   OPEN OUTPUT YTD-File
               WHEN 'PAYBANK'  OPEN OUTPUT Bank-File
               WHEN 'PAYDEDUC' OPEN OUTPUT Deduction-File
               WHEN 'PAYNHHST' OPEN OUTPUT New-Hire-File
               WHEN 'PAYW2HST' OPEN OUTPUT W2-History-File
               WHEN 'PAYYTDJ'  OPEN OUTPUT Juris-YTD-File
               WHEN 'STOCKMST' OPEN OUTPUT Stock
               WHEN 'STOCKBKO' OPEN OUTPUT Backorder-File
               WHEN 'CUSTMAST' OPEN OUTPUT Customer-File
               WHEN 'ARLEDGER' OPEN OUTPUT AR-Ledger-File
               WHEN 'SOORDER'  OPEN OUTPUT Order-File
               WHEN OTHER      MOVE '99' TO WS-Keyed-Status
           END-EVALUATE.

       3220-Write-Keyed.
           MOVE 'Y' TO WS-Write-Ok.
           EVALUATE WS-Carried-Name
               WHEN 'PAYADDR'
                   MOVE WS-Image-Area TO Address-Rec
                   WRITE Address-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'PAYPRIOR'
                   MOVE WS-Image-Area TO Prior-Result-Rec
                   WRITE Prior-Result-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'PAYYTD'
                   MOVE WS-Image-Area TO YTD-Rec
                   WRITE YTD-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'PAYBANK'
                   MOVE WS-Image-Area TO Bank-Rec
                   WRITE Bank-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'PAYDEDUC'
                   MOVE WS-Image-Area TO Deduction-Rec
                   WRITE Deduction-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'PAYNHHST'
                   MOVE WS-Image-Area TO New-Hire-Rec
                   WRITE New-Hire-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'PAYW2HST'
                   MOVE WS-Image-Area TO W2-History-Rec
                   WRITE W2-History-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'PAYYTDJ'
                   MOVE WS-Image-Area TO Juris-YTD-Rec
                   WRITE Juris-YTD-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'STOCKMST'
                   MOVE WS-Image-Area TO Stock-Record
                   WRITE Stock-Record
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'STOCKBKO'
                   MOVE WS-Image-Area TO Backorder-Rec
                   WRITE Backorder-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'CUSTMAST'
                   MOVE WS-Image-Area TO Customer-Rec
                   WRITE Customer-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'ARLEDGER'
                   MOVE WS-Image-Area TO AR-Item-Rec
                   WRITE AR-Item-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
               WHEN 'SOORDER'
                   MOVE WS-Image-Area TO Order-Rec
                   WRITE Order-Rec
                       INVALID KEY MOVE 'N' TO WS-Write-Ok
                   END-WRITE
           END-EVALUATE.

       3230-Close-Keyed.
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

      *> A file that was not on disk at backup time comes back
      *> empty; the programs that carry it start it afresh.
       3300-Lay-Back-Sequential.
           MOVE ZERO TO WS-Written-Count.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN OUTPUT Carried-File.
           IF WS-Carried-Status NOT = '00'
               PERFORM 3800-Note-Layback-Failure
           ELSE
               IF CE-Status (WS-Set-Sub) = 'B'
                   MOVE CE-Generation (WS-Set-Sub)
                       TO WS-Generation-Name
                   OPEN INPUT Generation-File
                   READ Generation-File
                       AT END MOVE 'Y' TO WS-Eof-Switch
                   END-READ
                   PERFORM UNTIL WS-Eof-Switch = 'Y'
                       WRITE Carried-Rec FROM Generation-Rec
                       ADD 1 TO WS-Written-Count
                       READ Generation-File
                           AT END MOVE 'Y' TO WS-Eof-Switch
                       END-READ
                   END-PERFORM
                   CLOSE Generation-File
               END-IF
               CLOSE Carried-File
               PERFORM 3700-Check-Written-Count
           END-IF.

       3700-Check-Written-Count.
           IF WS-Written-Count = CE-Record-Count (WS-Set-Sub)
               IF CE-Status (WS-Set-Sub) = 'A'
                   MOVE 'LAID BACK EMPTY' TO CE-Result (WS-Set-Sub)
               ELSE
                   MOVE 'RESTORED' TO CE-Result (WS-Set-Sub)
               END-IF
               ADD 1 TO WS-Restored-Count
               ADD WS-Written-Count TO WS-Total-Records
           ELSE
               DISPLAY WS-Carried-Name ' LAID BACK SHORT: '
                   WS-Written-Count ' OF '
                   CE-Record-Count (WS-Set-Sub)
               MOVE 'LAY-BACK SHORT' TO CE-Result (WS-Set-Sub)
               ADD 1 TO WS-Layback-Failed
           END-IF.

       3800-Note-Layback-Failure.
           DISPLAY WS-Carried-Name ' OPEN FAILED, STATUS='
               WS-Carried-Status.
           MOVE SPACES TO CE-Result (WS-Set-Sub).
           STRING 'LAY-BACK FAILED ' WS-Carried-Status
               DELIMITED BY SIZE INTO CE-Result (WS-Set-Sub).
           ADD 1 TO WS-Layback-Failed.

       3900-Write-File-Lines.
           PERFORM VARYING WS-Set-Sub FROM 1 BY 1
                   UNTIL WS-Set-Sub > 108
               PERFORM 1900-Check-Scope
               IF WS-In-Scope = 'Y'
                   MOVE CS-Subsystem (WS-Set-Sub)    TO DL-Subsystem
                   MOVE CS-File (WS-Set-Sub)         TO DL-File
                   MOVE CE-Record-Count (WS-Set-Sub) TO DL-Cataloged
                   MOVE CE-Proved-Count (WS-Set-Sub) TO DL-Proved
                   MOVE CE-Result (WS-Set-Sub)       TO DL-Result
                   WRITE Restore-Line FROM WS-Detail-Line
               END-IF
           END-PERFORM.

      *> Each run that ended after the backup, in a restored
      *> subsystem, gets a backed-out entry carrying its own run date
      *> and return code, so runCtl and the sequence checks that
      *> read RUNCTL treat it as never having ended. Runs of other
      *> subsystems are left standing and listed for operations, as
      *> is a run of a program the table does not name, so nothing
      *> that ran after the backup goes unreported.
       4000-Back-Out-Runs.
           WRITE Restore-Line FROM WS-Run-Heading.
           OPEN EXTEND Sequence-Control-File.
           IF WS-Sequence-Status = '35'
               OPEN OUTPUT Sequence-Control-File
           END-IF.
           PERFORM VARYING Run-Idx FROM 1 BY 1
                   UNTIL Run-Idx > WS-Run-Count
               IF RT-Backed-Out (Run-Idx) = 'N'
                   SET Pgm-Idx TO 1
                   SEARCH Program-Entry
                       AT END PERFORM 4200-Leave-Unlisted-Run
                       WHEN PT-Program (Pgm-Idx) = RT-Program (Run-Idx)
                           PERFORM 4100-Back-Out-One-Run
                   END-SEARCH
               END-IF
           END-PERFORM.
           CLOSE Sequence-Control-File.
           IF WS-Backed-Out-Count = ZERO
               WRITE Restore-Line FROM WS-No-Run-Line
           END-IF.

       4100-Back-Out-One-Run.
           MOVE RT-Program (Run-Idx)     TO RL-Program.
           MOVE RT-Run-Date (Run-Idx)    TO RL-Run-Date.
           MOVE RT-Return-Code (Run-Idx) TO RL-Return-Code.
           IF WS-Subsystem = 'ALL'
                OR PT-Subsystem (Pgm-Idx) = WS-Subsystem
                OR PT-Subsystem (Pgm-Idx) = '*'
               MOVE RT-Program (Run-Idx)     TO RC-Program
               MOVE RT-Run-Date (Run-Idx)    TO RC-Run-Date
               MOVE 'B'                      TO RC-Action
               MOVE RT-Return-Code (Run-Idx) TO RC-Return-Code
               WRITE Sequence-Control-Rec
               MOVE 'Y' TO RT-Backed-Out (Run-Idx)
               ADD 1 TO WS-Backed-Out-Count
               MOVE 'BACKED OUT' TO RL-Action
           ELSE
               MOVE 'LEFT STANDING' TO RL-Action
           END-IF.
           WRITE Restore-Line FROM WS-Run-Line.

       4200-Leave-Unlisted-Run.
           MOVE RT-Program (Run-Idx)     TO RL-Program.
           MOVE RT-Run-Date (Run-Idx)    TO RL-Run-Date.
           MOVE RT-Return-Code (Run-Idx) TO RL-Return-Code.
           MOVE 'LEFT STANDING - PROGRAM NOT IN TABLE' TO RL-Action.
           WRITE Restore-Line FROM WS-Run-Line.

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
           MOVE WS-Total-Records TO RLP-Count.
           MOVE RETURN-CODE TO RLP-Return-Code.
           CALL 'runLog' USING Run-Log-Parms.
