      *> Shared employer identification table: the federal employer
      *> ID and registered name for each company code on EMPFILE.
      *> Anything filed with an agency under the employer's name -
      *> annual wage filings, new-hire reports - takes them from here.
       05  Employer-Table-Values.
           10 FILLER PIC X(39)
              VALUE '01136000001FMORAES TECNOLOGIA'.
           10 FILLER PIC X(39)
              VALUE '02136000002FMORAES DISTRIBUICAO'.
       05  Employer-Table REDEFINES Employer-Table-Values.
           10 Employer-Entry OCCURS 2 TIMES INDEXED BY Emplr-Idx.
              15 EMT-Company    PIC X(2).
              15 EMT-EIN        PIC X(9).
              15 EMT-Name       PIC X(28).
