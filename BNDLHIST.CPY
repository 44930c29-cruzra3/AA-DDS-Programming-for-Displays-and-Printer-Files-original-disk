      * BNDLHIST - distribution-history record layout.
      *
      * One record per member action UNBUNDLEL takes: add, replace,
      * delete, rename, compile or restore. The history file
      * (BNDHSTP in the bundle library, DDS in BNDHSTP.DDS) is a
      * physical file keyed on member name and run date so
      * BNDHINQL can answer "which bundle last touched this member,
      * and when" long after the activity report's spool file is
      * gone.
      * A compile the command policy would not allow is logged as a
      * REFUSED action, return code 1, in place of its COMPILE.
      * A member that came with its compiled objects logs a RESTORE
      * in place of its COMPILE, one per object restored.
      * HISTORY-DETAIL carries the new name on a RENAME record, the
      * policy's refusal code on a REFUSED record, and the object
      * type on a RESTORE record (*REMOVED where a recovery bundle
      * deleted an object the rolled-back bundle had added).
      * HISTORY-SOURCE-FILE names the source
      * file the member lives in, since one bundle can touch
      * several; records written before it was kept leave it blank,
      * which means the file the bundle was applied to.
      * HISTORY-APPROVER is the user whose sign-off in APPROVEP let
      * the bundle through BNDLGATL; it is blank on records written
      * before approvals were kept and on ROLLBACK records.
      * HISTORY-SENDER is the site named on the bundle's "I" record,
      * the sender BNDLTRSL authenticated the bundle as coming from;
      * it is blank on records written before senders were checked
      * and on records no distribution produced (ROLLBACK, the
      * replay of a recovery bundle).
      ******************************************************************
       01  history-structure.
           02  history-member           PIC X(10).
           02  history-return-code      PIC S9(9) SIGN LEADING
                                        SEPARATE.
           02  history-detail           PIC X(10).
           02  history-source-file      PIC X(10).
           02  history-approver         PIC X(10).
           02  history-sender           PIC X(8).
