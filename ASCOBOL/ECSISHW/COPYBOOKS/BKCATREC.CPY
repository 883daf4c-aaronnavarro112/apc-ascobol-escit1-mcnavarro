      *----------------------------------------------------------------
      * BKCATREC.CPY
      * Record layout for one entry on the BackupCatalog.DAT file -
      * one image copy of GradInfo.DAT taken by GradImageCopy, with
      * the name of the dated file it went to, when it was taken, its
      * record count and hash totals (the sum of every StudentId and
      * the sum of every GradYear on the copy), and whether the copy
      * was confirmed against the live file.  The journal mark is
      * the stamp of the newest GradJournal.DAT entry already
      * reflected in the copy, with the number of entries carrying
      * exactly that stamp - every entry past it is one the copy does
      * not hold, and is what GradRollForward replays on top of it.
      * Appended to by every copy taken; rewritten only by GradErase,
      * which takes erased graduates off the copies and carries the
      * copies' new totals onto their entries.  Shared by
      * GradImageCopy, GradRollForward and GradErase so all carry the
      * same picture of the file.
      *----------------------------------------------------------------
       01 BackupCatRec.
           88 EndBackupCatalog    VALUE HIGH-VALUES.
           02 BcBackupStamp.
               03 BcBackupDate    PIC 9(8).
               03 BcBackupTime    PIC 9(6).
           02 BcFileName          PIC X(40).
           02 BcRecordCount       PIC 9(6).
           02 BcIdHash            PIC 9(12).
           02 BcYearHash          PIC 9(10).
           02 BcJrnMark.
               03 BcJrnDate       PIC 9(8).
               03 BcJrnTime       PIC 9(6).
           02 BcJrnSameCount      PIC 9(6).
           02 BcVerifyFlag        PIC X.
               88 BcCopyVerified  VALUE "V".
               88 BcCopyFailed    VALUE "F".
