      *> anything keyed must be a numeric YYYYMMDD.
           05 RE-Hire-Date       PIC X(8).
           05 RE-Term-Date       PIC X(8).
      *> Pay type H = hourly, paid from the edited time cards at the
      *> hourly rate; S or blank = salaried, paid Emp-Net-Salary.
           05 RE-Pay-Type        PIC X.
           05 RE-Hourly-Rate-Text PIC X(5).
           05 RE-Hourly-Rate REDEFINES RE-Hourly-Rate-Text
                                 PIC 9(3)V99.
      *> Grade and step on the PAYGRADE pay table; a blank grade is
      *> an employee paid off the table, outside the step schedule.
           05 RE-Grade           PIC X(2).
           05 RE-Step-Text       PIC X(2).
           05 RE-Step REDEFINES RE-Step-Text PIC 9(2).
       01  Raw-Emp-Trailer.
           COPY TRAILER.

           05 Emp-Local-Code  PIC X(2).
           05 Emp-Hire-Date   PIC X(8).
           05 Emp-Term-Date   PIC X(8).
           05 Emp-Pay-Type    PIC X.
           05 Emp-Hourly-Rate PIC 9(3)V99.
           05 Emp-Grade       PIC X(2).
           05 Emp-Step        PIC 9(2).
       01  Emp-Trailer.
           COPY TRAILER REPLACING TR-Mark BY ET-Mark
               TR-Record-Count BY ET-Record-Count
      *> the record from the reason line.
       FD  Reject-File.
       01  Reject-Record.
           05 RJ-Raw-Image    PIC X(71).
           05 RJ-Reason       PIC X(25).
           05 RJ-Reject-Date  PIC X(8).

                    AND RE-Term-Date < RE-Hire-Date
                   MOVE 'TERM BEFORE HIRE' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN RE-Pay-Type NOT = SPACE
                    AND RE-Pay-Type NOT = 'S'
                    AND RE-Pay-Type NOT = 'H'
                   MOVE 'PAY TYPE NOT S OR H' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
      *> An hourly employee with no rate would post a zero check
      *> from a perfectly good time card.
               WHEN RE-Pay-Type = 'H'
                    AND RE-Hourly-Rate-Text NOT NUMERIC
                   MOVE 'HOURLY RATE NOT NUMERIC' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN RE-Pay-Type = 'H'
                    AND RE-Hourly-Rate = ZERO
                   MOVE 'HOURLY RATE MISSING' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN RE-Grade NOT = SPACES
                    AND RE-Step-Text NOT NUMERIC
                   MOVE 'STEP NOT NUMERIC' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN RE-Grade NOT = SPACES
                    AND RE-Step = ZERO
                   MOVE 'STEP MISSING' TO RJ-Reason
                   MOVE 'N' TO WS-Input-Valid
               WHEN OTHER
                   PERFORM 1100-Check-State
           END-EVALUATE.
               MOVE RE-Local-Code TO Emp-Local-Code
               MOVE RE-Hire-Date  TO Emp-Hire-Date
               MOVE RE-Term-Date  TO Emp-Term-Date
               IF RE-Pay-Type = 'H'
                   MOVE 'H'            TO Emp-Pay-Type
                   MOVE RE-Hourly-Rate TO Emp-Hourly-Rate
               ELSE
                   MOVE 'S'            TO Emp-Pay-Type
                   MOVE ZERO           TO Emp-Hourly-Rate
               END-IF
               MOVE RE-Grade      TO Emp-Grade
               IF RE-Grade = SPACES
                   MOVE ZERO      TO Emp-Step
               ELSE
                   MOVE RE-Step   TO Emp-Step
               END-IF
               WRITE Emp-Record
               ADD 1 TO WS-Clean-Count
               ADD 1 TO WS-Out-Count
