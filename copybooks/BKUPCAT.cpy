      *> Backup catalog record: one entry per carried file per
      *> end-of-day backup, appended by eodBackup and proved by
      *> sysRestore before anything is laid back. Status B = copied
      *> to the dated generation named, with its record count and
      *> hash total; A = the file was not on disk at backup time,
      *> so a restore lays it back empty.
       05  BC-Business-Date    PIC X(8).
       05  BC-Subsystem        PIC X(8).
       05  BC-File             PIC X(9).
       05  BC-Organization     PIC X.
       05  BC-Status           PIC X.
       05  BC-Record-Count     PIC 9(9).
       05  BC-Hash-Total       PIC 9(15).
       05  BC-Generation       PIC X(22).
