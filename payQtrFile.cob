           SELECT Filing-Report ASSIGN TO "PAYQREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
      *> Each employee's wages and withholding by jurisdiction for
      *> the year so far, built up one filed quarter at a time so
      *> the year-end wage filing has it after PAYQTD is cleared.
           SELECT Annual-Juris-File ASSIGN TO "PAYYTDJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YJ-Key
               FILE STATUS IS WS-Annual-Juris-Status.
      *> The jurisdiction totals as filed, one record per quarter,
      *> carried to the year end so the annual filing can be proved
      *> against the sum of the four quarterly filings.
           SELECT Quarter-History-File ASSIGN TO "PAYQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Filing-Report.
       01  Filing-Report-Line PIC X(80).

       FD  Annual-Juris-File.
       01  Annual-Juris-Rec.
           05 YJ-Key.
              10 YJ-Emp-Number PIC 9(5).
              10 YJ-Level      PIC X.
              10 YJ-Code       PIC X(2).
           05 YJ-Wages        PIC 9(9)V99.
           05 YJ-Tax          PIC 9(9)V99.

       FD  Quarter-History-File.
       01  Quarter-History-Rec.
           05 QH-Tax-Year     PIC 9(4).
           05 QH-Quarter      PIC 9.
           05 QH-Level        PIC X.
           05 QH-Code         PIC X(2).
           05 QH-Emp-Count    PIC 9(4).
           05 QH-Wages        PIC 9(9)V99.
           05 QH-Tax          PIC 9(9)V99.
           05 QH-Run-Date     PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-Quarter-Status  PIC XX.
       01  WS-Report-Status   PIC XX.
       01  WS-Annual-Juris-Status PIC XX.
       01  WS-History-Status  PIC XX.
       01  WS-Today           PIC X(8).
       01  WS-Today-Parts REDEFINES WS-Today.
           05 WS-Today-Year   PIC 9(4).
           05 WS-Today-Month  PIC 9(2).
           05 WS-Today-Day    PIC 9(2).
       01  WS-Filing-Year     PIC 9(4).
       01  WS-Filing-Quarter  PIC 9.
       01  WS-Eof-Switch      PIC X VALUE 'N'.
       01  WS-Juris-Count     PIC 9(2) VALUE ZERO.
       01  WS-Juris-Found     PIC X VALUE 'N'.
           05 FH-Code         PIC X(2).
           05 FILLER          PIC X(22)
              VALUE ' QUARTERLY WITHHOLDING'.
           05 FILLER          PIC X(6) VALUE ' FOR Q'.
           05 FH-Quarter      PIC 9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FH-Year         PIC 9(4).
       01  WS-Filing-Detail.
           05 FILLER          PIC X(10) VALUE 'EMPLOYEES '.
           05 FD-Employees    PIC Z(4)9.
       PROCEDURE DIVISION.
       0000-Main.
           PERFORM 0005-Check-Run-Control.
           PERFORM 0050-Set-Filing-Quarter.
           OPEN INPUT Quarter-Detail-File.
           IF WS-Quarter-Status NOT = '00'
               DISPLAY 'PAYQTD OPEN FAILED, STATUS='
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           PERFORM 0060-Open-Annual-Files.
           PERFORM 2000-Write-Filing-Report.
           PERFORM 2500-Post-Annual-Jurisdiction.
           PERFORM 2600-Save-Quarter-History.
           CLOSE Annual-Juris-File.
           CLOSE Quarter-History-File.
           PERFORM 3000-Clear-Quarter-Detail.
           DISPLAY 'QUARTERLY FILINGS PRINTED FOR Q' WS-Filing-Quarter
               ' ' WS-Filing-Year ' - '
               WS-Juris-Count ' JURISDICTION(S) FROM '
               WS-Detail-Count ' DETAIL LINE(S)'.
           PERFORM 9000-End-Run-Control.
           STOP RUN.

      *> The quarter-end run goes in after the quarter closes, so a
      *> run in the first two months of a quarter files the quarter
      *> before it (January files the prior year's fourth quarter);
      *> a run in the closing month itself files that quarter.
       0050-Set-Filing-Quarter.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today.
           MOVE WS-Today-Year TO WS-Filing-Year.
           EVALUATE WS-Today-Month
               WHEN 3 WHEN 6 WHEN 9 WHEN 12
                   DIVIDE WS-Today-Month BY 3 GIVING WS-Filing-Quarter
               WHEN 1 WHEN 2
                   MOVE 4 TO WS-Filing-Quarter
                   SUBTRACT 1 FROM WS-Filing-Year
               WHEN OTHER
                   DIVIDE WS-Today-Month BY 3 GIVING WS-Filing-Quarter
           END-EVALUATE.

      *> Both annual files are opened before anything is filed, so a
      *> run that cannot carry the quarter forward stops with PAYQTD
      *> still intact.
       0060-Open-Annual-Files.
           OPEN I-O Annual-Juris-File.
           IF WS-Annual-Juris-Status = '35'
               OPEN OUTPUT Annual-Juris-File
               CLOSE Annual-Juris-File
               OPEN I-O Annual-Juris-File
           END-IF.
           IF WS-Annual-Juris-Status NOT = '00'
               DISPLAY 'PAYYTDJ OPEN FAILED, STATUS='
                   WS-Annual-Juris-Status ' - DETAIL LEFT INTACT'
               MOVE 36 TO RETURN-CODE
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.
           OPEN EXTEND Quarter-History-File.
           IF WS-History-Status = '35'
               OPEN OUTPUT Quarter-History-File
           END-IF.
           IF WS-History-Status NOT = '00'
               DISPLAY 'PAYQHIST OPEN FAILED, STATUS='
                   WS-History-Status ' - DETAIL LEFT INTACT'
               MOVE 32 TO RETURN-CODE
               CLOSE Annual-Juris-File
               PERFORM 9000-End-Run-Control
               STOP RUN
           END-IF.

       1000-Accumulate-Jurisdiction.
           MOVE 'N' TO WS-Juris-Found.
           SET Juris-Idx TO 1.
               WHEN OTHER MOVE 'UNKNOWN' TO FH-Level-Text
           END-EVALUATE.
           MOVE JT-Code (Juris-Idx) TO FH-Code.
           MOVE WS-Filing-Quarter   TO FH-Quarter.
           MOVE WS-Filing-Year      TO FH-Year.
           WRITE Filing-Report-Line FROM WS-Filing-Header.
           MOVE JT-Emp-Count (Juris-Idx) TO FD-Employees.
           MOVE JT-Wages (Juris-Idx)     TO FD-Wages.
               ' WAGES ' JT-Wages (Juris-Idx)
               ' WITHHELD ' JT-Tax (Juris-Idx).

      *> Second pass over the detail, now that it is known to fit
      *> the filing tables: each line adds into the employee's
      *> year-to-date entry for its jurisdiction.
       2500-Post-Annual-Jurisdiction.
           MOVE 'N' TO WS-Eof-Switch.
           OPEN INPUT Quarter-Detail-File.
           READ Quarter-Detail-File
               AT END MOVE 'Y' TO WS-Eof-Switch
           END-READ.
           PERFORM UNTIL WS-Eof-Switch = 'Y'
               PERFORM 2510-Post-One-Detail
               READ Quarter-Detail-File
                   AT END MOVE 'Y' TO WS-Eof-Switch
               END-READ
           END-PERFORM.
           CLOSE Quarter-Detail-File.

       2510-Post-One-Detail.
           MOVE QD-Emp-Number TO YJ-Emp-Number.
           MOVE QD-Level      TO YJ-Level.
           MOVE QD-Code       TO YJ-Code.
           READ Annual-Juris-File
               INVALID KEY
                   MOVE QD-Wages TO YJ-Wages
                   MOVE QD-Tax   TO YJ-Tax
                   WRITE Annual-Juris-Rec
               NOT INVALID KEY
                   ADD QD-Wages TO YJ-Wages
                   ADD QD-Tax   TO YJ-Tax
                   REWRITE Annual-Juris-Rec
           END-READ.

      *> One history record per jurisdiction filed this quarter.
       2600-Save-Quarter-History.
           PERFORM VARYING Juris-Idx FROM 1 BY 1
                   UNTIL Juris-Idx > WS-Juris-Count
               MOVE WS-Filing-Year          TO QH-Tax-Year
               MOVE WS-Filing-Quarter       TO QH-Quarter
               MOVE JT-Level (Juris-Idx)    TO QH-Level
               MOVE JT-Code (Juris-Idx)     TO QH-Code
               MOVE JT-Emp-Count (Juris-Idx) TO QH-Emp-Count
               MOVE JT-Wages (Juris-Idx)    TO QH-Wages
               MOVE JT-Tax (Juris-Idx)      TO QH-Tax
               MOVE WS-Today                TO QH-Run-Date
               WRITE Quarter-History-Rec
           END-PERFORM.

      *> The new quarter starts from an empty detail file; the
      *> printed filings are the permanent record of the old one.
       3000-Clear-Quarter-Detail.
