      *> Every carried master and cumulative file, by subsystem: the
      *> set eodBackup copies to a dated generation each night and
      *> sysRestore lays back. Each entry is the file name, the
      *> subsystem that owns it, and how it is carried: S = line
      *> sequential, I = keyed (unloaded and reloaded through its
      *> key), K = restart checkpoint (not copied; emptied by a
      *> restore, since the next run must start from the top).
      *> Reports, registers, work files, and the run-control,
      *> run-log, security, and master-change logs are not carried.
       05  FILLER              PIC X(18) VALUE 'EMPFILE  PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYADDR  PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYPRIOR PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYYTD   PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYBANK  PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYDEDUC PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYNHHST PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYW2HST PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYYTDJ  PAYROLL I'.
       05  FILLER              PIC X(18) VALUE 'PAYARRS  PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYAUDIT PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYBENER PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYBKHST PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYCAL   PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYCALAU PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYCHKRQ PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYCKCTL PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYCKMST PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYDEDDT PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYDEP   PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYEDREJ PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYFNHST PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYFNPND PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYLEAVE PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYMRVW  PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYQHIST PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYQTD   PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYSTPND PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYGLEXT PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYGLCF  PAYROLL S'.
       05  FILLER              PIC X(18) VALUE 'PAYCKP   PAYROLL K'.
       05  FILLER              PIC X(18) VALUE 'STOCKMST STOCK   I'.
       05  FILLER              PIC X(18) VALUE 'STOCKBKO STOCK   I'.
       05  FILLER              PIC X(18) VALUE 'INVMAST  STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STKCAL   STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STDCOST  STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKCAU STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKCRT STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKINSPSTOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKLED STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKLOC STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKLOT STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKLYR STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKPKI STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKRQI STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKRSV STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKSOI STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKSOS STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKWOI STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'STOCKGLX STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'PICKCTL  STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'PICKOPEN STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'PICKSHRT STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'PERFHIST STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'REQFILE  STOCK   S'.
       05  FILLER              PIC X(18) VALUE 'INVCKP   STOCK   K'.
       05  FILLER              PIC X(18) VALUE 'STOCKCKP STOCK   K'.
       05  FILLER              PIC X(18) VALUE 'PRODMAST MFG     S'.
       05  FILLER              PIC X(18) VALUE 'PRODBOM  MFG     S'.
       05  FILLER              PIC X(18) VALUE 'WORKORD  MFG     S'.
       05  FILLER              PIC X(18) VALUE 'WOCTL    MFG     S'.
       05  FILLER              PIC X(18) VALUE 'POFILE   PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'APOPEN   PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'APCKCTL  PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'APPAYHST PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'ASNOPEN  PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'BLANKET  PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'INVONORD PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'POEDICTL PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'POEDISNP PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'PONBRCTL PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'PORCVHST PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'PPVHIST  PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'RTVCTL   PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'RTVHST   PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'RTVOPEN  PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'QCVRET   PURCH   S'.
       05  FILLER              PIC X(18) VALUE 'CUSTMAST SALES   I'.
       05  FILLER              PIC X(18) VALUE 'ARLEDGER SALES   I'.
       05  FILLER              PIC X(18) VALUE 'SOORDER  SALES   I'.
       05  FILLER              PIC X(18) VALUE 'CASHCTL  SALES   S'.
       05  FILLER              PIC X(18) VALUE 'INVCTL   SALES   S'.
       05  FILLER              PIC X(18) VALUE 'INVPEND  SALES   S'.
       05  FILLER              PIC X(18) VALUE 'RMAFILE  SALES   S'.
       05  FILLER              PIC X(18) VALUE 'ARGLEXT  SALES   S'.
       05  FILLER              PIC X(18) VALUE 'RMAGLEXT SALES   S'.
       05  FILLER              PIC X(18) VALUE 'ROUTEMST DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'STOPMAST DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'STOPDIST DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'VEHMAST  DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'DRVACT   DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'ROUTDLV  DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'DISTSUM  DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'ROUTCHGB DISTRIB S'.
       05  FILLER              PIC X(18) VALUE 'MEASHIST QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'MEASGUSE QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'MEASLOT  QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'MEASRR   QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'MEASSPEC QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'GAUGEMST QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'NCRCTL   QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'NCREVENT QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'NCRMAST  QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'QCLEVEL  QUALITY S'.
       05  FILLER              PIC X(18) VALUE 'GLJCTL   LEDGER  S'.
       05  FILLER              PIC X(18) VALUE 'GLJHOLD  LEDGER  S'.
       05  FILLER              PIC X(18) VALUE 'EODBAL   LEDGER  S'.
       05  FILLER              PIC X(18) VALUE 'EXCPAGE  LEDGER  S'.
