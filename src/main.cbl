               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-TASK.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT EXPORT-FILE ASSIGN TO "export.csv"
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-CODE
               FILE STATUS IS FS-OWNER.
           SELECT PROJECT-FILE ASSIGN TO "projects"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRJ-CODE
               FILE STATUS IS FS-PROJECT.
           SELECT RATE-FILE ASSIGN TO "rates"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RATE.
           SELECT PERIOD-FILE ASSIGN TO "periods"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD.
           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHARGE.
           SELECT BIN-FILE ASSIGN TO "bin"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BIN.
           SELECT BIN-NOTES-FILE ASSIGN TO "binnotes"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BINNOTES.
           SELECT BIN-WORKLOG-FILE ASSIGN TO "binwork"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BINWORK.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED.
           SELECT FEEDCKPT-FILE ASSIGN TO "feedckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEEDCKPT.
           SELECT ABSENCE-FILE ASSIGN TO "absence"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABSENCE.
           SELECT AUDCAT-FILE ASSIGN TO "auditcat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDCAT.
           SELECT AUDROT-FILE ASSIGN TO "auditrot"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDROT.
           SELECT AUDGEN-FILE ASSIGN TO DYNAMIC WS-AGN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDGEN.
           SELECT SPOOL-FILE ASSIGN TO DYNAMIC WS-SPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPOOL.
           SELECT SETTINGS-FILE ASSIGN TO "settings"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SETTINGS.
           SELECT BACKUP-TASK-FILE ASSIGN TO DYNAMIC WS-BK-TASK-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BK-TASK.
           SELECT REMIND-FILE ASSIGN TO DYNAMIC WS-REMIND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMIND.
           SELECT CNV-TASK-FILE ASSIGN TO "tasks"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CNV-T-ID
               ALTERNATE RECORD KEY IS CNV-T-OWNER WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNV-T-DATE WITH DUPLICATES
               FILE STATUS IS FS-CNV.
           SELECT CNV-NOTES-FILE ASSIGN TO "notes"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CNV-N-KEY
               FILE STATUS IS FS-CNV.
           SELECT CNV-WORKLOG-FILE ASSIGN TO "worklog"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CNV-W-KEY
               FILE STATUS IS FS-CNV.
           SELECT CNV-OWNER-FILE ASSIGN TO "owners"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CNV-O-CODE
               FILE STATUS IS FS-CNV.

       DATA DIVISION.
       FILE SECTION.
           05 TASK-OWNER                       PIC X(16).
           05 TASK-BLOCKED-BY                  PIC X(32).
           05 TASK-EST-HOURS                   PIC 9(4).
           05 TASK-APPROVAL                    PIC X.
           05 TASK-APPROVER                    PIC X(16).
           05 TASK-DONE-BY                     PIC X(16).
           05 TASK-PROJECT                     PIC X(8).
           05 TASK-COST-CENTRE                 PIC X(8).
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP                    PIC X(14).
           05 AUD-BEFORE                       PIC X(40).
           05 FILLER                           PIC X VALUE SPACE.
           05 AUD-AFTER                        PIC X(40).
           05 FILLER                           PIC X VALUE SPACE.
           05 AUD-OPERATOR                     PIC X(16).
       FD EXPORT-FILE.
       01 EXPORT-RECORD                        PIC X(128).
       FD IMPORT-FILE.
           05 ARC-OWNER                        PIC X(16).
           05 ARC-BLOCKED-BY                   PIC X(32).
           05 ARC-EST-HOURS                    PIC 9(4).
           05 ARC-APPROVAL                     PIC X.
           05 ARC-APPROVER                     PIC X(16).
           05 ARC-DONE-BY                      PIC X(16).
           05 ARC-PROJECT                      PIC X(8).
           05 ARC-COST-CENTRE                  PIC X(8).
       FD NOTES-FILE.
       01 NOTE-RECORD.
           05 NOTE-KEY.
               10 NOTE-SEQ                     PIC 9(4).
           05 NOTE-STAMP                       PIC X(14).
           05 NOTE-TEXT                        PIC X(64).
           05 NOTE-OPERATOR                    PIC X(16).
       FD ARCH-NOTES-FILE.
       01 ARCNOTE-RECORD.
           05 AN-TASK-ID                       PIC X(32).
           05 AN-SEQ                           PIC 9(4).
           05 AN-STAMP                         PIC X(14).
           05 AN-TEXT                          PIC X(64).
           05 AN-OPERATOR                      PIC X(16).
       FD WORKLOG-FILE.
       01 WLOG-RECORD.
           05 WLOG-KEY.
           05 WLOG-OWNER                       PIC X(16).
           05 WLOG-HOURS                       PIC 9(3)V99.
           05 WLOG-REMARK                      PIC X(32).
           05 WLOG-OPERATOR                    PIC X(16).
       FD ARCH-WORKLOG-FILE.
       01 ARCWORK-RECORD.
           05 AW-TASK-ID                       PIC X(32).
           05 AW-OWNER                         PIC X(16).
           05 AW-HOURS                         PIC 9(3)V99.
           05 AW-REMARK                        PIC X(32).
           05 AW-OPERATOR                      PIC X(16).
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD                       PIC X(16).
       FD TEMPLATE-FILE.
           05 OWN-CONTACT                      PIC X(32).
           05 OWN-ACTIVE                       PIC X.
           05 OWN-CAPACITY                     PIC 9(4).
           05 OWN-ADMIN                        PIC X.
           05 OWN-GRADE                        PIC X(4).
       FD PROJECT-FILE.
       01 PROJECT-RECORD.
           05 PRJ-CODE                         PIC X(8).
           05 PRJ-NAME                         PIC X(32).
           05 PRJ-SPONSOR                      PIC X(16).
           05 PRJ-TARGET                       PIC X(8).
           05 PRJ-OPEN                         PIC X.
       FD RATE-FILE.
       01 RATE-RECORD                          PIC X(64).
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           05 PER-MONTH                        PIC X(6).
           05 FILLER                           PIC X VALUE SPACE.
           05 PER-STAMP                        PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 PER-OPERATOR                     PIC X(16).
       FD CHARGE-FILE.
       01 CHG-HDR-RECORD.
           05 CHG-H-TYPE                       PIC X.
           05 CHG-H-PERIOD                     PIC X(6).
           05 CHG-H-STAMP                      PIC X(14).
           05 CHG-H-SOURCE                     PIC X(8).
           05 FILLER                           PIC X(51).
       01 CHG-DTL-RECORD.
           05 CHG-D-TYPE                       PIC X.
           05 CHG-D-PERIOD                     PIC X(6).
           05 CHG-D-CENTRE                     PIC X(8).
           05 CHG-D-TASK                       PIC X(32).
           05 CHG-D-ENTRIES                    PIC 9(6).
           05 CHG-D-HOURS                      PIC 9(7)V99.
           05 CHG-D-AMOUNT                     PIC 9(9)V99.
           05 FILLER                           PIC X(7).
       01 CHG-TRL-RECORD.
           05 CHG-T-TYPE                       PIC X.
           05 CHG-T-PERIOD                     PIC X(6).
           05 CHG-T-COUNT                      PIC 9(8).
           05 CHG-T-HOURS                      PIC 9(7)V99.
           05 CHG-T-AMOUNT                     PIC 9(9)V99.
           05 FILLER                           PIC X(45).
       FD BIN-FILE.
       01 BIN-RECORD.
           05 BIN-STAMP                        PIC X(14).
           05 BIN-OPERATOR                     PIC X(16).
           05 BIN-TASK.
               10 BIN-ID                       PIC X(32).
               10 BIN-DETAILS                  PIC X(32).
               10 FILLER                       PIC X(115).
       FD BIN-NOTES-FILE.
       01 BINNOTE-RECORD.
           05 BN-STAMP                         PIC X(14).
           05 BN-TASK-ID                       PIC X(32).
           05 BN-SEQ                           PIC 9(4).
           05 BN-NOTE-STAMP                    PIC X(14).
           05 BN-TEXT                          PIC X(64).
           05 BN-OPERATOR                      PIC X(16).
       FD BIN-WORKLOG-FILE.
       01 BINWORK-RECORD.
           05 BW-STAMP                         PIC X(14).
           05 BW-TASK-ID                       PIC X(32).
           05 BW-SEQ                           PIC 9(4).
           05 BW-WLOG-STAMP                    PIC X(14).
           05 BW-OWNER                         PIC X(16).
           05 BW-HOURS                         PIC 9(3)V99.
           05 BW-REMARK                        PIC X(32).
           05 BW-OPERATOR                      PIC X(16).
       FD FEED-FILE.
       01 FED-HDR-RECORD.
           05 FED-H-TYPE                       PIC X.
           05 FED-H-STAMP                      PIC X(14).
           05 FED-H-FROM                       PIC X(14).
           05 FED-H-SOURCE                     PIC X(8).
           05 FILLER                           PIC X(163).
       01 FED-DTL-RECORD.
           05 FED-D-TYPE                       PIC X.
           05 FED-D-ACTION                     PIC X(3).
           05 FED-D-STAMP                      PIC X(14).
           05 FED-D-TASK                       PIC X(179).
           05 FILLER                           PIC X(3).
       01 FED-TRL-RECORD.
           05 FED-T-TYPE                       PIC X.
           05 FED-T-COUNT                      PIC 9(8).
           05 FED-T-STAMP                      PIC X(14).
           05 FED-T-HIGH                       PIC X(14).
           05 FILLER                           PIC X(163).
       FD ABSENCE-FILE.
       01 ABSENCE-RECORD.
           05 ABS-OWNER                        PIC X(16).
           05 FILLER                           PIC X VALUE SPACE.
           05 ABS-FROM                         PIC X(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ABS-TO                           PIC X(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ABS-DELEGATE                     PIC X(16).
           05 FILLER                           PIC X VALUE SPACE.
           05 ABS-STAMP                        PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 ABS-OPERATOR                     PIC X(16).
       FD AUDCAT-FILE.
       01 AUDCAT-RECORD.
           05 ACT-TYPE                         PIC X.
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-MONTH                        PIC X(6).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-FILE                         PIC X(16).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-FROM                         PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-TO                           PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-ROWS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-ADDS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-DELS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-ARCS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ACT-STAMP                        PIC X(14).
       FD AUDROT-FILE.
       01 AUDROT-RECORD.
           05 ROT-TYPE                         PIC X.
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-MONTH                        PIC X(6).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-FILE                         PIC X(16).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-FROM                         PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-TO                           PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-ROWS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-ADDS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-DELS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-ARCS                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ROT-STAMP                        PIC X(14).
       FD AUDGEN-FILE.
       01 AUDGEN-RECORD                        PIC X(155).
       FD SPOOL-FILE.
       01 SPOOL-RECORD                         PIC X(132).
       FD FEEDCKPT-FILE.
       01 FEEDCKPT-RECORD.
           05 FCK-STAMP                        PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 FCK-RUN                          PIC X(14).
           05 FILLER                           PIC X VALUE SPACE.
           05 FCK-COUNT                        PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 FCK-FILE                         PIC X(32).
       FD SETTINGS-FILE.
       01 SETTINGS-RECORD                      PIC X(80).
       FD BACKUP-TASK-FILE.
       01 BK-TASK-RECORD                       PIC X(179).
       FD BACKUP-SEQ-FILE.
       01 BK-SEQ-RECORD                        PIC X(256).
       FD BACKUP-CATALOG.
           05 ST-AGE-B                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ST-AGE-C                         PIC 9(8).
           05 FILLER                           PIC X VALUE SPACE.
           05 ST-AWAITING                      PIC 9(8).
       FD ARC-TEMP-FILE.
       01 ARC-TEMP-RECORD                      PIC X(209).
       FD REMIND-FILE.
       01 REMIND-RECORD                        PIC X(132).
      *previous-release layouts of the indexed files, read by convert
       FD CNV-TASK-FILE.
       01 CNV-TASK-RECORD.
           05 CNV-T-ID                         PIC X(32).
           05 CNV-T-DETAILS                    PIC X(32).
           05 CNV-T-DATE                       PIC X(8).
           05 FILLER                           PIC X(6).
           05 CNV-T-OWNER                      PIC X(16).
           05 FILLER                           PIC X(36).
       FD CNV-NOTES-FILE.
       01 CNV-NOTE-RECORD.
           05 CNV-N-KEY                        PIC X(36).
           05 FILLER                           PIC X(78).
       FD CNV-WORKLOG-FILE.
       01 CNV-WLOG-RECORD.
           05 CNV-W-KEY                        PIC X(36).
           05 FILLER                           PIC X(67).
       FD CNV-OWNER-FILE.
       01 CNV-OWNER-RECORD.
           05 CNV-O-CODE                       PIC X(16).
           05 FILLER                           PIC X(69).
       WORKING-STORAGE SECTION.
      *logic variables
       01 CLI-INPUT                            PIC X(32).
       01 WS-ARG-2                             PIC X(32).
       01 WS-ARG-3                             PIC X(64).
       01 WS-ARG-4                             PIC X(32).
       01 WS-ARG-5                             PIC X(32).
       01 WS-ARG-6                             PIC X(32).
       01 WS-OPT-DATE                          PIC X(10).
       01 WS-OPT-SPOOL                         PIC X VALUE SPACE.
       01 WS-CURRENT-DATE                      PIC 9(8).
       01 WS-CURRENT-DATE-REDEF REDEFINES WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR                  PIC 9(4).
       01 FS-HOLIDAY                           PIC XX.
       01 FS-TEMPLATE                          PIC XX.
       01 FS-OWNER                             PIC XX.
       01 FS-PROJECT                           PIC XX.
       01 FS-RATE                              PIC XX.
       01 FS-PERIOD                            PIC XX.
       01 FS-CHARGE                            PIC XX.
       01 FS-BIN                               PIC XX.
       01 FS-BINNOTES                          PIC XX.
       01 FS-BINWORK                           PIC XX.
       01 FS-SETTINGS                          PIC XX.
       01 FS-FEED                              PIC XX.
       01 FS-FEEDCKPT                          PIC XX.
       01 FS-SPOOL                             PIC XX.
       01 FS-ABSENCE                           PIC XX.
       01 FS-AUDCAT                            PIC XX.
       01 FS-AUDROT                            PIC XX.
       01 FS-AUDGEN                            PIC XX.
       01 FS-ARCTMP                            PIC XX.
       01 FS-STATS                             PIC XX.
       01 FS-RUNCTL                            PIC XX.
       01 FS-BK-SEQ                            PIC XX.
       01 FS-BK-CAT                            PIC XX.
       01 FS-REMIND                            PIC XX.
       01 FS-CNV                               PIC XX.
       01 WS-STATUS-WORD                       PIC X(8).
       01 WS-IMPORT-PATH                       PIC X(64).
       01 WS-ARCHIVE-CUTOFF                    PIC 9(8).
       01 WS-AUD-AFTER                         PIC X(40).
       01 WS-AUD-DATE                          PIC 9(8).
       01 WS-AUD-TIME                          PIC 9(8).
      *operator sign-on and authority
       01 WS-OPERATOR                          PIC X(16).
       01 WS-OPER-VALID                        PIC X VALUE "N".
       01 WS-OPER-ADMIN                        PIC X VALUE "N".
       01 WS-OPER-TRIES                        PIC 9(4).
       01 WS-OPT-BAD                           PIC X VALUE "N".
       01 WS-ADMIN-CMD                         PIC X(16).
       01 WS-ADMIN-TARGET                      PIC X(32).
       01 WS-ADMIN-SAVE-ID                     PIC X(32).
       01 WS-ADMIN-OK                          PIC X.
      *completion sign-off
       01 WS-APR-OK                            PIC X.
       01 WS-APR-NEEDED                        PIC X.
       01 WS-APR-FILTER                        PIC X(16).
       01 WS-APR-MATCH                         PIC X.
       01 WS-APR-REASON                        PIC X(54).
      *temporary variables
       01 TP-STR-A                             PIC X(32).
       01 TP-STR-B                             PIC X(32).
       01 WS-NLY-STATE                         PIC X(8).
       01 WS-NLY-IDX                           PIC 9(4).
       01 WS-NLY-FAIL                          PIC X.
       01 WS-NLY-RPT-FS                        PIC XX.
       01 WS-NLY-RPT-SOFT                      PIC X.
       01 WS-NLY-SKIPPED                       PIC 9(4).
       01 WS-NLY-COUNT                         PIC 9(4) VALUE 8.
       01 WS-NLY-DONE-COUNT                    PIC 9(4).
       01 WS-NLY-DONE-FLAGS.
           05 WS-NLY-DONE OCCURS 8 TIMES       PIC X.
       01 NLY-STEP-NAMES.
           05 FILLER                           PIC X(8)
               VALUE "process".
               VALUE "remind".
           05 FILLER                           PIC X(8)
               VALUE "archive".
           05 FILLER                           PIC X(8)
               VALUE "purge".
           05 FILLER                           PIC X(8)
               VALUE "feed".
           05 FILLER                           PIC X(8)
               VALUE "reports".
           05 FILLER                           PIC X(8)
               VALUE "rotate".
           05 FILLER                           PIC X(8)
               VALUE "backup".
       01 NLY-STEP-TABLE REDEFINES NLY-STEP-NAMES.
           05 NLY-STEP OCCURS 8 TIMES          PIC X(8).
      *statistics snapshots and trend report
       01 WS-STT-OPEN                          PIC 9(8).
       01 WS-STT-OVERDUE                       PIC 9(8).
       01 WS-STT-BLOCKED                       PIC 9(8).
       01 WS-STT-DONE                          PIC 9(8).
       01 WS-STT-AWAITING                      PIC 9(8).
       01 WS-TRD-COUNT                         PIC 9(4).
       01 WS-TRD-IDX                           PIC 9(4).
       01 WS-TRD-BASE                          PIC 9(4).
       01 WS-OWN-LOOKUP                        PIC X(16).
       01 WS-OWN-VALID                         PIC X.
       01 WS-OWN-ACTION                        PIC X(16).
       01 WS-OWN-ADMINS                        PIC 9(4) VALUE 0.
       01 WS-OWN-LOAD-FS                       PIC XX VALUE "00".
       01 WS-OWN-GRADE                         PIC X(4).
       01 OWN-TABLE.
           05 OWN-ENTRY OCCURS 200 TIMES.
               10 OWN-T-CODE                   PIC X(16).
               10 OWN-T-NAME                   PIC X(32).
               10 OWN-T-ACTIVE                 PIC X.
               10 OWN-T-CAP                    PIC 9(4).
               10 OWN-T-ADMIN                  PIC X.
               10 OWN-T-GRADE                  PIC X(4).
      *projects and project rollup
       01 WS-PRJ-ACTION                        PIC X(16).
       01 WS-PRJ-AVAIL                         PIC X.
       01 WS-PRJ-LOOKUP                        PIC X(8).
       01 WS-PRJ-VALID                         PIC X.
       01 WS-PRJ-FILTER                        PIC X(8).
       01 WS-PRJ-COUNT                         PIC 9(4) VALUE 0.
       01 WS-PRJ-IDX                           PIC 9(4).
       01 WS-PRJ-SLOT                          PIC 9(4).
       01 WS-PRJ-OVERFLOW                      PIC X.
       01 WS-PRJ-MAP-COUNT                     PIC 9(4) VALUE 0.
       01 WS-PRJ-MAP-IDX                       PIC 9(4).
       01 WS-PRJ-PCT                           PIC ZZ9.
       01 WS-PRJ-STATE                         PIC X(6).
       01 WS-PRJ-RISK                          PIC X(9).
       01 WS-PRJ-LATE-COUNT                    PIC 9(4).
       01 PRJ-TABLE.
           05 PRJ-ENTRY OCCURS 200 TIMES.
               10 PRJ-T-CODE                   PIC X(8).
               10 PRJ-T-NAME                   PIC X(32).
               10 PRJ-T-SPONSOR                PIC X(16).
               10 PRJ-T-TARGET                 PIC X(8).
               10 PRJ-T-OPEN                   PIC X.
               10 PRJ-T-STEPS                  PIC 9(6).
               10 PRJ-T-DONE                   PIC 9(6).
               10 PRJ-T-OPEN-N                 PIC 9(6).
               10 PRJ-T-OVERDUE                PIC 9(6).
               10 PRJ-T-BLOCKED                PIC 9(6).
               10 PRJ-T-EST                    PIC 9(6).
               10 PRJ-T-LOGGED                 PIC 9(6)V99.
               10 PRJ-T-LAST-DUE               PIC X(8).
       01 PRJ-MAP-TABLE.
           05 PRJ-MAP-ENTRY OCCURS 5000 TIMES.
               10 PRJ-MAP-ID                   PIC X(32).
               10 PRJ-MAP-SLOT                 PIC 9(4).
      *chargeback and period close
       01 WS-CHG-PATH                          PIC X(64).
       01 WS-CHG-PERIOD.
           05 WS-CHG-YEAR                      PIC 9(4).
           05 WS-CHG-MONTH                     PIC 9(2).
       01 WS-CHG-CLOSED                        PIC X.
       01 WS-CHG-LOCKED                        PIC X.
       01 WS-CHG-ACTION                        PIC X(16).
       01 WS-CHG-STAMP                         PIC X(14).
       01 WS-CHG-CENTRE                        PIC X(8).
       01 WS-CHG-LAST-CENTRE                   PIC X(8).
       01 WS-CHG-RATE                          PIC 9(5)V99.
       01 WS-CHG-RATED                         PIC X.
       01 WS-CHG-AMOUNT                        PIC 9(7)V99.
       01 WS-CHG-ENTRIES                       PIC 9(8).
       01 WS-CHG-UNRATED                       PIC 9(8).
       01 WS-CHG-WRITTEN                       PIC 9(8).
       01 WS-CHG-TOT-HOURS                     PIC 9(7)V99.
       01 WS-CHG-TOT-AMOUNT                    PIC 9(9)V99.
       01 WS-CHG-SUB-ENTRIES                   PIC 9(8).
       01 WS-CHG-SUB-HOURS                     PIC 9(7)V99.
       01 WS-CHG-SUB-AMOUNT                    PIC 9(9)V99.
       01 WS-CHG-HRS-DISP                      PIC ZZZZZZ9.99.
       01 WS-CHG-AMT-DISP                      PIC ZZZZZZZZ9.99.
       01 WS-CHG-COUNT                         PIC 9(4) VALUE 0.
       01 WS-CHG-IDX                           PIC 9(4).
       01 WS-CHG-JDX                           PIC 9(4).
       01 WS-CHG-SLOT                          PIC 9(4).
       01 WS-CHG-OVERFLOW                      PIC X.
       01 WS-CHG-MAP-COUNT                     PIC 9(4) VALUE 0.
       01 WS-CHG-MAP-IDX                       PIC 9(4).
       01 WS-CHG-SWAP.
           05 WS-CHG-SWAP-KEY                  PIC X(40).
           05 WS-CHG-SWAP-ENTRIES              PIC 9(6).
           05 WS-CHG-SWAP-HOURS                PIC 9(7)V99.
           05 WS-CHG-SWAP-AMOUNT               PIC 9(9)V99.
       01 CHG-TABLE.
           05 CHG-ENTRY OCCURS 2000 TIMES.
               10 CHG-L-KEY.
                   15 CHG-L-CENTRE             PIC X(8).
                   15 CHG-L-TASK               PIC X(32).
               10 CHG-L-ENTRIES                PIC 9(6).
               10 CHG-L-HOURS                  PIC 9(7)V99.
               10 CHG-L-AMOUNT                 PIC 9(9)V99.
       01 CHG-MAP-TABLE.
           05 CHG-MAP-ENTRY OCCURS 5000 TIMES.
               10 CHG-MAP-ID                   PIC X(32).
               10 CHG-MAP-CENTRE               PIC X(8).
       01 WS-RAT-COUNT                         PIC 9(4) VALUE 0.
       01 WS-RAT-IDX                           PIC 9(4).
       01 WS-RAT-KIND                          PIC X(8).
       01 WS-RAT-CODE                          PIC X(16).
       01 WS-RAT-VALUE                         PIC X(16).
       01 RAT-TABLE.
           05 RAT-ENTRY OCCURS 500 TIMES.
               10 RAT-T-KIND                   PIC X.
               10 RAT-T-CODE                   PIC X(16).
               10 RAT-T-RATE                   PIC 9(5)V99.
      *recycle bin
       01 WS-BIN-STAMP                         PIC X(14).
       01 WS-BIN-FOUND                         PIC X.
       01 WS-BIN-OK                            PIC X.
       01 WS-BIN-MODE                          PIC X.
       01 WS-BIN-KEEP                          PIC X.
       01 WS-BIN-ROW-ID                        PIC X(32).
       01 WS-BIN-ROW-STAMP                     PIC X(14).
       01 WS-BIN-ROW-DATE                      PIC 9(8).
       01 WS-BIN-CUTOFF                        PIC 9(8).
       01 WS-BIN-DAYS                          PIC 9(4).
       01 WS-BIN-COUNT                         PIC 9(8).
       01 WS-BIN-NOTE-COUNT                    PIC 9(8).
       01 WS-BIN-WORK-COUNT                    PIC 9(8).
      *change feed extract
       01 WS-FED-PATH                          PIC X(64).
       01 WS-FED-RUN-STAMP                     PIC X(14).
       01 WS-FED-FROM                          PIC X(14).
       01 WS-FED-HIGH                          PIC X(14).
       01 WS-FED-ACTION                        PIC X(3).
       01 WS-FED-ROWS                          PIC 9(8).
       01 WS-FED-WRITTEN                       PIC 9(8).
       01 WS-FED-OK                            PIC X.
       01 WS-FED-FOUND                         PIC X.
       01 WS-FED-TASK-OPEN                     PIC X.
       01 WS-FED-OVERFLOW                      PIC X.
       01 WS-FED-COUNT                         PIC 9(4) VALUE 0.
       01 WS-FED-IDX                           PIC 9(4).
       01 WS-FED-SLOT                          PIC 9(4).
       01 FED-TABLE.
           05 FED-ENTRY OCCURS 5000 TIMES.
               10 FED-T-ID                     PIC X(32).
               10 FED-T-ACTION                 PIC X(3).
               10 FED-T-LAST                   PIC X(14).
               10 FED-T-ADDED                  PIC X.
      *audit generations and rotation
       01 WS-AUDIT-PATH                        PIC X(64) VALUE "audit".
       01 WS-AGN-PATH                          PIC X(64).
       01 WS-AGC-COUNT                         PIC 9(4).
       01 WS-AGC-IDX                           PIC 9(4).
       01 WS-AGC-JDX                           PIC 9(4).
       01 WS-AGC-SWAP                          PIC X(97).
       01 WS-AGC-RET-FROM                      PIC X(14).
       01 WS-AGC-RET-TO                        PIC X(14).
       01 WS-AGC-RET-ROWS                      PIC 9(8).
       01 WS-AGC-RET-ADDS                      PIC 9(8).
       01 WS-AGC-RET-DELS                      PIC 9(8).
       01 WS-AGC-RET-ARCS                      PIC 9(8).
       01 AGC-TABLE.
           05 AGC-ENTRY OCCURS 600 TIMES.
               10 AGC-T-MONTH                  PIC X(6).
               10 AGC-T-FILE                   PIC X(16).
               10 AGC-T-FROM                   PIC X(14).
               10 AGC-T-TO                     PIC X(14).
               10 AGC-T-ROWS                   PIC 9(8).
               10 AGC-T-ADDS                   PIC 9(8).
               10 AGC-T-DELS                   PIC 9(8).
               10 AGC-T-ARCS                   PIC 9(8).
               10 AGC-T-STAMP                  PIC X(14).
               10 AGC-T-EXPIRE                 PIC X.
       01 WS-AGR-LO                            PIC X(8).
       01 WS-AGR-HI                            PIC X(8).
       01 WS-AGR-NEXT                          PIC 9(4).
       01 WS-AGR-CUR                           PIC 9(4).
       01 WS-AGR-OPEN                          PIC X VALUE "N".
       01 WS-AGR-LIVE                          PIC X.
       01 WS-AGR-LIVE-FS                       PIC XX.
       01 WS-AGR-CHECK                         PIC X VALUE "N".
       01 WS-AGR-ROWS                          PIC 9(8).
       01 WS-AGR-GENS                          PIC 9(4).
       01 WS-AGR-SKIPPED                       PIC 9(4).
       01 WS-AGR-MISSING                       PIC 9(4).
       01 WS-AGR-MISMATCH                      PIC 9(4).
       01 WS-AGP-COUNT                         PIC 9(4).
       01 WS-AGP-IDX                           PIC 9(4).
       01 AGP-TABLE.
           05 AGP-ENTRY OCCURS 600 TIMES.
               10 AGP-T-MONTH                  PIC X(6).
               10 AGP-T-FROM                   PIC X(14).
               10 AGP-T-TO                     PIC X(14).
               10 AGP-T-ROWS                   PIC 9(8).
               10 AGP-T-ADDS                   PIC 9(8).
               10 AGP-T-DELS                   PIC 9(8).
               10 AGP-T-ARCS                   PIC 9(8).
       01 WS-ROT-OK                            PIC X.
       01 WS-ROT-STATE                         PIC X.
       01 WS-ROT-TAIL                          PIC X.
       01 WS-ROT-LOADED                        PIC X.
       01 WS-ROT-MARK                          PIC X.
       01 WS-ROT-DEST                          PIC X.
       01 WS-ROT-FOUND                         PIC X.
       01 WS-ROT-CUTOFF                        PIC X(6).
       01 WS-ROT-MONTH                         PIC X(6).
       01 WS-ROT-GEN-MONTH                     PIC X(6).
       01 WS-ROT-STAMP                         PIC X(14).
       01 WS-ROT-READ                          PIC 9(8).
       01 WS-ROT-SEEN                          PIC 9(8).
       01 WS-ROT-TAIL-ROWS                     PIC 9(8).
       01 WS-ROT-MOVED                         PIC 9(8).
       01 WS-ROT-DROPPED                       PIC 9(8).
       01 WS-ROT-LIVE-ROWS                     PIC 9(8).
       01 WS-ROT-SKIP                          PIC 9(8).
       01 WS-ROT-CMP                           PIC 9(8).
       01 WS-ROT-NXT-ROWS                      PIC 9(8).
       01 WS-ROT-OUT-ROWS                      PIC 9(8).
       01 WS-ROT-MARK-ROWS                     PIC 9(8) VALUE 0.
       01 WS-ROT-MARK-ADDS                     PIC 9(8) VALUE 0.
       01 WS-ROT-SWAPPED                       PIC X.
       01 WS-ROT-SLOT                          PIC 9(4).
       01 WS-ROT-ADDED                         PIC 9(4).
       01 WS-ROT-EXPIRED                       PIC 9(4).
       01 WS-ROT-KEEP                          PIC 9(4).
       01 WS-ROT-YEAR                          PIC 9(4).
       01 WS-ROT-MON                           PIC 9(2).
       01 WS-ROT-LIMIT                         PIC S9(8).
       01 WS-ROT-MIDX                          PIC S9(8).
       01 WS-ROT-DIDX                          PIC S9(8).
       01 WS-ROT-DEND                          PIC S9(8).
       01 WS-AGC-FOUND                         PIC X.
      *data file conversion from the previous release
       01 WS-CNV-NAME                          PIC X(8).
       01 WS-CNV-FS                            PIC XX.
       01 WS-CNV-OK                            PIC X.
       01 WS-CNV-READY                         PIC X.
       01 WS-CNV-READ                          PIC 9(8).
       01 WS-CNV-ROWS                          PIC 9(8).
       01 WS-CNV-WRITTEN                       PIC 9(8).
       01 WS-CNV-COUNT                         PIC 9(4).
      *cycle time and sla
       01 WS-CYC-OVERFLOW                      PIC X.
       01 WS-CYC-COUNT                         PIC 9(4) VALUE 0.
       01 WS-CYC-IDX                           PIC 9(4).
       01 WS-CYC-JDX                           PIC 9(4).
       01 WS-CYC-SLOT                          PIC 9(4).
       01 WS-CYC-DAYS                          PIC 9(6).
       01 WS-CYC-UNPAIRED                      PIC 9(6).
       01 WS-CYC-MISSING                       PIC 9(6).
       01 WS-CYC-TOT-DONE                      PIC 9(6).
       01 WS-CYC-TOT-BREACH                    PIC 9(6).
       01 WS-CYC-TOT-REOPENED                  PIC 9(6).
       01 WS-CYC-TOT-PUSHED                    PIC 9(6).
       01 WS-CYC-PRI                           PIC 9.
       01 WS-CYC-PRI-WORD                      PIC X(3).
       01 WS-CYC-N3                            PIC ZZ9.
       01 WS-CYC-N5                            PIC ZZZZ9.
       01 WS-CYC-N6                            PIC ZZZZZ9.
       01 WS-CYC-MED                           PIC ZZZ9.9.
       01 WS-CYC-SWAP                          PIC X(101).
       01 CYC-SLA-TABLE.
           05 CYC-SLA OCCURS 3 TIMES           PIC 9(4).
       01 CYC-TABLE.
           05 CYC-ENTRY OCCURS 5000 TIMES.
               10 CYC-T-KEY.
                   15 CYC-T-OWNER              PIC X(16).
                   15 CYC-T-PRIO               PIC X.
                   15 CYC-T-CMP                PIC X.
                   15 CYC-T-DAYS               PIC 9(6).
               10 CYC-T-ID                     PIC X(32).
               10 CYC-T-ADDED                  PIC X(14).
               10 CYC-T-DONE                   PIC X(14).
               10 CYC-T-REOPENS                PIC 9(4).
               10 CYC-T-PUSHES                 PIC 9(4).
               10 CYC-T-PUSH-DAYS              PIC 9(6).
               10 CYC-T-FOUND                  PIC X.
               10 CYC-T-BREACH                 PIC X.
               10 CYC-T-TAKEN                  PIC X.
       01 WS-CYG-COUNT                         PIC 9(4) VALUE 0.
       01 WS-CYG-IDX                           PIC 9(4).
       01 WS-CYG-OVERFLOW                      PIC X.
       01 CYG-TABLE.
           05 CYG-ENTRY OCCURS 600 TIMES.
               10 CYG-OWNER                    PIC X(16).
               10 CYG-PRIO                     PIC X.
               10 CYG-FIRST                    PIC 9(4).
               10 CYG-DONE                     PIC 9(6).
               10 CYG-MEDIAN                   PIC 9(6)V9.
               10 CYG-WORST                    PIC 9(6).
               10 CYG-BREACH                   PIC 9(6).
               10 CYG-REOPENED                 PIC 9(6).
               10 CYG-PUSHED                   PIC 9(6).
               10 CYG-PUSH-DAYS                PIC 9(8).
       01 WS-CYC-TOP-COUNT                     PIC 9(4) VALUE 0.
       01 CYC-TOP-TABLE.
           05 CYC-TOP OCCURS 10 TIMES          PIC 9(4).
      *report spool files
       01 WS-SPL-PATH                          PIC X(64).
       01 WS-SPL-ON                            PIC X VALUE "N".
       01 WS-SPL-NAME                          PIC X(16).
       01 WS-SPL-TITLE                         PIC X(32).
       01 WS-SPL-STAMP                         PIC X(16).
       01 WS-SPL-LINE                          PIC X(132).
       01 WS-SPL-HDR                           PIC X(132).
       01 WS-SPL-PAGE                          PIC 9(4).
       01 WS-SPL-PAGE-DISP                     PIC ZZZ9.
       01 WS-SPL-LINES                         PIC 9(4).
       01 WS-SPL-PAGE-LINES                    PIC 9(4).
       01 WS-SPL-RECORDS                       PIC 9(8).
       01 WS-SPL-WRITTEN                       PIC 9(8).
       01 WS-SPL-FAIL                          PIC X.
       01 WS-SPL-ERRORS                        PIC 9(4) VALUE 0.
       01 WS-SPL-IDX                           PIC 9(4).
       01 WS-SPL-HEAD-COUNT                    PIC 9(4) VALUE 0.
       01 SPL-HEAD-TABLE.
           05 SPL-HEAD OCCURS 4 TIMES          PIC X(132).
       01 WS-SPL-NUM                           PIC Z(7)9.
       01 WS-SPL-SAVE-OPT                      PIC X.
      *site settings
       01 WS-SET-KEY                           PIC X(32).
       01 WS-SET-VALUE                         PIC X(32).
       01 WS-SET-FOUND                         PIC X.
       01 WS-SET-NAME                          PIC X(32).
       01 WS-SET-DATA                          PIC X(48).
      *task templates
       01 WS-TPL-NAME                          PIC X(16).
       01 WS-TPL-PREFIX                        PIC X(16).
       01 WS-TPL-PROJECT                       PIC X(8).
       01 WS-TPL-COUNT                         PIC 9(4).
       01 WS-TPL-IDX                           PIC 9(4).
       01 WS-TPL-STEP-N                        PIC 9(4).
       01 WS-WLG-INPUT                         PIC X(32).
       01 WS-WLG-HOURS                         PIC 9(3)V99.
       01 WS-WLG-STAMP                         PIC X(14).
       01 WS-WLG-OPER                          PIC X(16).
       01 WS-WLG-WORK-DATE                     PIC X(8).
       01 WS-WLG-OWNER                         PIC X(16).
       01 WS-WLG-LAST-SEQ                      PIC 9(4).
       01 WS-WLG-MORE                          PIC X.
       01 WS-HIS-IDX                           PIC 9(4).
       01 WS-HIS-SLOT                          PIC 9(4).
       01 HIS-RING-TABLE.
           05 HIS-RING OCCURS 5 TIMES          PIC X(155).
       01 WS-HIS-ENTRY.
           05 WS-HIS-STAMP                     PIC X(14).
           05 FILLER                           PIC X.
           05 WS-HIS-BEFORE                    PIC X(40).
           05 FILLER                           PIC X.
           05 WS-HIS-AFTER                     PIC X(40).
           05 FILLER                           PIC X.
           05 WS-HIS-OPER                      PIC X(16).
      *reminders and escalation
       01 WS-REMIND-PATH                       PIC X(64).
       01 WS-RMD-WINDOW                        PIC 9(4).
       01 WS-RMD-OK                            PIC X.
       01 RMD-OWNER-TABLE.
           05 RMD-OWNER-NAME OCCURS 200 TIMES  PIC X(16).
       01 WS-RMD-COVER-COUNT                   PIC 9(8).
      *out of office and handover
       01 WS-ABS-ACTION                        PIC X(16).
       01 WS-ABS-OWNER                         PIC X(16).
       01 WS-ABS-DELEGATE                      PIC X(16).
       01 WS-ABS-FROM                          PIC X(8).
       01 WS-ABS-TO                            PIC X(8).
       01 WS-ABS-COVER                         PIC X(16).
       01 WS-ABS-UNTIL                         PIC X(8).
       01 WS-ABS-STATE                         PIC X(8).
       01 WS-ABS-OK                            PIC X.
       01 WS-ABS-MORE                          PIC X.
       01 WS-ABS-FOUND                         PIC X.
       01 WS-ABS-HOPS                          PIC 9(4).
       01 WS-ABS-COUNT                         PIC 9(4) VALUE 0.
       01 WS-ABS-IDX                           PIC 9(4).
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 200 TIMES.
               10 ABS-T-OWNER                  PIC X(16).
               10 ABS-T-TO                     PIC X(8).
               10 ABS-T-DELEGATE               PIC X(16).
       01 WS-ABX-COUNT                         PIC 9(4).
       01 WS-ABX-IDX                           PIC 9(4).
       01 WS-ABX-OVERFLOW                      PIC X.
       01 WS-ABX-WRITE-FS                      PIC XX.
       01 ABX-TABLE.
           05 ABX-ENTRY OCCURS 200 TIMES.
               10 ABX-T-FROM                   PIC X(8).
               10 ABX-T-TO                     PIC X(8).
       01 WS-HND-FROM                          PIC X(16).
       01 WS-HND-TO                            PIC X(16).
       01 WS-HND-OK                            PIC X.
       01 WS-HND-COUNT                         PIC 9(8).
       01 WS-RNG-LO                            PIC X(8).
       01 WS-RNG-HI                            PIC X(8).
       01 WS-RNG-OK                            PIC X.
      *backup and restore
       01 WS-BK-TASK-PATH                      PIC X(64).
       01 WS-BK-SEQ-PATH                       PIC X(64).
      *notes and task detail view
       01 WS-NOTE-INPUT                        PIC X(64).
       01 WS-NOTE-STAMP                        PIC X(14).
       01 WS-NOTE-OPER                         PIC X(16).
       01 WS-NOTE-LAST-SEQ                     PIC 9(4).
       01 WS-NOTE-MORE                         PIC X.
       01 WS-NOTE-COUNT                        PIC 9(8).
       01 WS-SHOW-RECUR                        PIC 9(4).
       01 WS-SHOW-BLOCKED                      PIC X(32).
       01 WS-SHOW-EST                          PIC 9(4).
       01 WS-SHOW-APPROVAL                     PIC X.
       01 WS-SHOW-APPROVER                     PIC X(16).
       01 WS-SHOW-DONE-BY                      PIC X(16).
       01 WS-SHOW-PROJECT                      PIC X(8).
       01 WS-SHOW-COST-CENTRE                  PIC X(8).
      *task dependencies
       01 WS-HOLD-RECORD                       PIC X(179).
       01 WS-BLK-PROCEED                       PIC X.
       01 WS-DEP-COUNT                         PIC 9(4) VALUE 0.
       01 WS-DEP-IDX                           PIC 9(4).
       01 WS-VFY-DEL-COUNT                     PIC 9(8).
       01 WS-VFY-ARCH-COUNT                    PIC 9(8).
       01 WS-VFY-EXPECTED                      PIC 9(8).
       01 WS-VFY-ORPHAN-NOTES                  PIC 9(8).
       01 WS-VFY-ORPHAN-WORK                   PIC 9(8).
       01 WS-VFY-LAST-ID                       PIC X(32).
       01 WS-RBD-CONFIRM                       PIC X.
       01 WS-RBD-KEY                           PIC X(32).
       01 WS-RBD-COUNT                         PIC 9(4) VALUE 0.
       01 WS-RPT-AGE-A                         PIC 9(8).
       01 WS-RPT-AGE-B                         PIC 9(8).
       01 WS-RPT-AGE-C                         PIC 9(8).
       01 WS-RPT-AWAITING                      PIC 9(8).
       01 WS-RPT-LATE                          PIC S9(8).
       01 WS-RPT-OVERFLOW                      PIC X.
       01 RPT-OWNER-TABLE.
               10 RPT-OWNER-NAME               PIC X(16).
               10 RPT-OWNER-OPEN               PIC 9(8).
               10 RPT-OWNER-DONE               PIC 9(8).
               10 RPT-OWNER-AWAIT              PIC 9(8).

       PROCEDURE DIVISION.
       ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "DOOS - the tool to get it done"
           DISPLAY " "
           DISPLAY ESC SUB "run 'help' for the list of commands" ESC RES
           DISPLAY " "
           PERFORM PROCEDURE-SIGNON
           IF WS-OPER-VALID = "Y" THEN
               PERFORM PROCEDURE-MAIN
           ELSE
               DISPLAY ESC ERR "[!] sign-on failed - exiting" ESC RES
               STOP RUN
           END-IF
       END-IF.
       CLI-HANDLER.
           DISPLAY "> " WITH NO ADVANCING.
               PERFORM PROCEDURE-LIST
           ELSE IF CLI-INPUT = "done" THEN
               PERFORM PROCEDURE-COMPLETE
           ELSE IF CLI-INPUT = "approve" THEN
               PERFORM PROCEDURE-APPROVE
           ELSE IF CLI-INPUT = "reject" THEN
               PERFORM PROCEDURE-REJECT
           ELSE IF CLI-INPUT = "approvals" THEN
               PERFORM PROCEDURE-APPROVALS
           ELSE IF CLI-INPUT = "update" THEN
               PERFORM PROCEDURE-RESCHEDULE
           ELSE IF CLI-INPUT = "edit" THEN
               PERFORM PROCEDURE-REMIND
           ELSE IF CLI-INPUT = "owner" THEN
               PERFORM PROCEDURE-OWNER
           ELSE IF CLI-INPUT = "project" THEN
               PERFORM PROCEDURE-PROJECT
           ELSE IF CLI-INPUT = "rollup" THEN
               PERFORM PROCEDURE-ROLLUP
           ELSE IF CLI-INPUT = "charge" THEN
               PERFORM PROCEDURE-CHARGE
           ELSE IF CLI-INPUT = "period" THEN
               PERFORM PROCEDURE-PERIOD
           ELSE IF CLI-INPUT = "bin" THEN
               PERFORM PROCEDURE-BIN
           ELSE IF CLI-INPUT = "undelete" THEN
               PERFORM PROCEDURE-UNDELETE
           ELSE IF CLI-INPUT = "purge" THEN
               PERFORM PROCEDURE-PURGE
           ELSE IF CLI-INPUT = "feed" THEN
               PERFORM PROCEDURE-FEED
           ELSE IF CLI-INPUT = "absence" THEN
               PERFORM PROCEDURE-ABSENCE
           ELSE IF CLI-INPUT = "handover" THEN
               PERFORM PROCEDURE-HANDOVER
           ELSE IF CLI-INPUT = "cycle" THEN
               PERFORM PROCEDURE-CYCLE
           ELSE IF CLI-INPUT = "rotate" THEN
               PERFORM PROCEDURE-ROTATE
           ELSE IF CLI-INPUT = "auditcat" THEN
               PERFORM PROCEDURE-AUDITCAT
           ELSE IF CLI-INPUT = "nightly" THEN
               PERFORM PROCEDURE-NIGHTLY
           ELSE
                       MOVE '99' TO FS-TASK
               NOT AT END
                   MOVE 0 TO WS-LOCK-TRIES
                   IF TASK-STATUS NOT = 2 AND TASK-STATUS NOT = 4 THEN
                       IF TASK-BLOCKED-BY NOT = SPACES
                           IF WS-DEP-COUNT < 5000 THEN
                               ADD 1 TO WS-DEP-COUNT
           IF WS-OWN-LOADED = "N" THEN
               MOVE "Y" TO WS-OWN-LOADED
               MOVE 0 TO WS-OWN-COUNT
               MOVE 0 TO WS-OWN-ADMINS
               OPEN INPUT OWNER-FILE
               MOVE FS-OWNER TO WS-OWN-LOAD-FS
               IF FS-OWNER = "00" THEN
                   PERFORM UNTIL FS-OWNER NOT = "00"
                       READ OWNER-FILE NEXT
                                   TO OWN-T-NAME(WS-OWN-COUNT)
                               MOVE OWN-ACTIVE
                                   TO OWN-T-ACTIVE(WS-OWN-COUNT)
                               MOVE OWN-ADMIN
                                   TO OWN-T-ADMIN(WS-OWN-COUNT)
                               MOVE OWN-GRADE
                                   TO OWN-T-GRADE(WS-OWN-COUNT)
                               IF OWN-ADMIN = "Y" AND OWN-ACTIVE = "Y"
                                   ADD 1 TO WS-OWN-ADMINS
                               END-IF
                               IF OWN-CAPACITY IS NUMERIC
                                   AND OWN-CAPACITY > 0
                                   MOVE OWN-CAPACITY
                           END-IF
                       END-READ
                   END-PERFORM
                   IF FS-OWNER NOT = "99" THEN
                       MOVE FS-OWNER TO WS-OWN-LOAD-FS
                   END-IF
                   CLOSE OWNER-FILE
               END-IF
           END-IF.
                   MOVE "Y" TO WS-OWN-VALID
               END-IF
           END-IF.
       PROCEDURE-PROJECT-VALIDATE.
           MOVE FUNCTION UPPER-CASE(WS-PRJ-LOOKUP) TO WS-PRJ-LOOKUP.
           MOVE "N" TO WS-PRJ-VALID.
           IF WS-PRJ-LOOKUP = SPACES THEN
               MOVE "Y" TO WS-PRJ-VALID
           ELSE
               OPEN INPUT PROJECT-FILE
               IF FS-PROJECT = "00" THEN
                   MOVE WS-PRJ-LOOKUP TO PRJ-CODE
                   READ PROJECT-FILE KEY IS PRJ-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRJ-OPEN = "Y" THEN
                               MOVE "Y" TO WS-PRJ-VALID
                           ELSE
                               MOVE "C" TO WS-PRJ-VALID
                           END-IF
                   END-READ
                   CLOSE PROJECT-FILE
               END-IF
           END-IF.
       PROCEDURE-PROJECT-REFUSED.
           IF WS-PRJ-VALID = "C" THEN
               DISPLAY ESC ERR "[!] project "
               FUNCTION TRIM(WS-PRJ-LOOKUP) " is closed" ESC RES
           ELSE
               DISPLAY ESC ERR "[!] project not registered - "
               "register with 'project' first" ESC RES
           END-IF.
       PROCEDURE-TASK-OPEN-IO.
           MOVE "N" TO WS-TASK-OPEN-OK.
           MOVE 0 TO WS-LOCK-TRIES.
           MOVE TASK-ID TO AUD-TASK-ID.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE.
           MOVE WS-AUD-AFTER TO AUD-AFTER.
           MOVE WS-OPERATOR TO AUD-OPERATOR.

           MOVE "audit" TO WS-AUDIT-PATH.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT NOT = "00" THEN
               DISPLAY
               END-IF
               CLOSE AUDIT-FILE
           END-IF.
       PROCEDURE-AUDIT-OPEN-ALL.
           MOVE "00000000" TO WS-AGR-LO.
           MOVE "99999999" TO WS-AGR-HI.
           PERFORM PROCEDURE-AUDIT-OPEN.
       PROCEDURE-AUDIT-OPEN.
           PERFORM PROCEDURE-AUDIT-CATALOGUE.
           MOVE 0 TO WS-AGR-NEXT.
           MOVE 0 TO WS-AGR-CUR.
           MOVE 0 TO WS-AGR-GENS.
           MOVE 0 TO WS-AGR-SKIPPED.
           MOVE 0 TO WS-AGR-MISSING.
           MOVE 0 TO WS-AGR-MISMATCH.
           MOVE "N" TO WS-AGR-LIVE.
           MOVE "35" TO WS-AGR-LIVE-FS.
           PERFORM PROCEDURE-AUDIT-OPEN-NEXT.
           IF WS-AGR-OPEN = "Y" THEN
               MOVE "00" TO FS-AUDIT
           ELSE
               MOVE WS-AGR-LIVE-FS TO FS-AUDIT
               MOVE "audit" TO WS-AUDIT-PATH
           END-IF.
       PROCEDURE-AUDIT-OPEN-NEXT.
           MOVE "N" TO WS-AGR-OPEN.
           MOVE 0 TO WS-AGR-ROWS.
           PERFORM UNTIL WS-AGR-OPEN = "Y" OR WS-AGR-LIVE = "Y"
               ADD 1 TO WS-AGR-NEXT
               IF WS-AGR-NEXT > WS-AGC-COUNT THEN
                   MOVE "Y" TO WS-AGR-LIVE
                   MOVE 0 TO WS-AGR-CUR
                   MOVE "audit" TO WS-AUDIT-PATH
                   OPEN INPUT AUDIT-FILE
                   MOVE FS-AUDIT TO WS-AGR-LIVE-FS
                   IF FS-AUDIT = "00" THEN
                       MOVE "Y" TO WS-AGR-OPEN
                   END-IF
                   IF FS-AUDIT NOT = "00" AND FS-AUDIT NOT = "35"
                       AND WS-AGR-GENS > 0 THEN
                       DISPLAY ESC ERR "[!] could not open the live "
                       "audit file (status " FS-AUDIT ")" ESC RES
                   END-IF
               ELSE IF AGC-T-TO(WS-AGR-NEXT)(1:8) < WS-AGR-LO
                   OR AGC-T-FROM(WS-AGR-NEXT)(1:8) > WS-AGR-HI THEN
                   ADD 1 TO WS-AGR-SKIPPED
               ELSE
                   MOVE WS-AGR-NEXT TO WS-AGR-CUR
                   MOVE AGC-T-FILE(WS-AGR-CUR) TO WS-AUDIT-PATH
                   OPEN INPUT AUDIT-FILE
                   IF FS-AUDIT = "00" THEN
                       MOVE "Y" TO WS-AGR-OPEN
                       ADD 1 TO WS-AGR-GENS
                   ELSE
                       ADD 1 TO WS-AGR-MISSING
                       DISPLAY ESC ERR "[!] audit generation "
                       FUNCTION TRIM(AGC-T-FILE(WS-AGR-CUR))
                       " could not be opened (status " FS-AUDIT
                       ") - skipped" ESC RES
                   END-IF
               END-IF
           END-PERFORM.
       PROCEDURE-AUDIT-SWITCH.
           CLOSE AUDIT-FILE.
           IF WS-AGR-CHECK = "Y" AND WS-AGR-CUR > 0 THEN
               IF WS-AGR-ROWS NOT = AGC-T-ROWS(WS-AGR-CUR) THEN
                   ADD 1 TO WS-AGR-MISMATCH
                   DISPLAY ESC ERR "[!] audit generation "
                   FUNCTION TRIM(AGC-T-FILE(WS-AGR-CUR)) " holds "
                   WS-AGR-ROWS " row(s), catalogue says "
                   AGC-T-ROWS(WS-AGR-CUR) ESC RES
               END-IF
           END-IF.
           IF WS-AGR-LIVE = "Y" THEN
               MOVE "N" TO WS-AGR-OPEN
           ELSE
               PERFORM PROCEDURE-AUDIT-OPEN-NEXT
           END-IF.
           IF WS-AGR-OPEN = "Y" THEN
               MOVE "00" TO FS-AUDIT
           ELSE
               MOVE "99" TO FS-AUDIT
               MOVE "audit" TO WS-AUDIT-PATH
           END-IF.
       PROCEDURE-AUDIT-CLOSE.
           IF WS-AGR-OPEN = "Y" THEN
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-AGR-OPEN
           END-IF.
           MOVE "audit" TO WS-AUDIT-PATH.
       PROCEDURE-AUDIT-CATALOGUE.
           MOVE 0 TO WS-AGC-COUNT.
           MOVE SPACES TO WS-AGC-RET-FROM.
           MOVE SPACES TO WS-AGC-RET-TO.
           MOVE 0 TO WS-AGC-RET-ROWS.
           MOVE 0 TO WS-AGC-RET-ADDS.
           MOVE 0 TO WS-AGC-RET-DELS.
           MOVE 0 TO WS-AGC-RET-ARCS.
           OPEN INPUT AUDCAT-FILE.
           IF FS-AUDCAT = "00" THEN
               PERFORM UNTIL FS-AUDCAT NOT = "00"
                   READ AUDCAT-FILE
                       AT END MOVE "99" TO FS-AUDCAT
                   NOT AT END
                       IF ACT-TYPE = "R" THEN
                           PERFORM PROCEDURE-AUDIT-CATALOGUE-RET
                       ELSE IF ACT-TYPE = "G"
                           AND WS-AGC-COUNT < 600 THEN
                           ADD 1 TO WS-AGC-COUNT
                           MOVE ACT-MONTH TO AGC-T-MONTH(WS-AGC-COUNT)
                           MOVE ACT-FILE TO AGC-T-FILE(WS-AGC-COUNT)
                           MOVE ACT-FROM TO AGC-T-FROM(WS-AGC-COUNT)
                           MOVE ACT-TO TO AGC-T-TO(WS-AGC-COUNT)
                           MOVE ACT-ROWS TO AGC-T-ROWS(WS-AGC-COUNT)
                           MOVE ACT-ADDS TO AGC-T-ADDS(WS-AGC-COUNT)
                           MOVE ACT-DELS TO AGC-T-DELS(WS-AGC-COUNT)
                           MOVE ACT-ARCS TO AGC-T-ARCS(WS-AGC-COUNT)
                           MOVE ACT-STAMP TO AGC-T-STAMP(WS-AGC-COUNT)
                           MOVE "N" TO AGC-T-EXPIRE(WS-AGC-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDCAT-FILE
           END-IF.
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
               UNTIL WS-AGC-IDX >= WS-AGC-COUNT
               PERFORM VARYING WS-AGC-JDX FROM 1 BY 1
                   UNTIL WS-AGC-JDX > WS-AGC-COUNT - WS-AGC-IDX
                   IF AGC-T-MONTH(WS-AGC-JDX)
                       > AGC-T-MONTH(WS-AGC-JDX + 1)
                       MOVE AGC-ENTRY(WS-AGC-JDX) TO WS-AGC-SWAP
                       MOVE AGC-ENTRY(WS-AGC-JDX + 1)
                           TO AGC-ENTRY(WS-AGC-JDX)
                       MOVE WS-AGC-SWAP
                           TO AGC-ENTRY(WS-AGC-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       PROCEDURE-AUDIT-CATALOGUE-RET.
           ADD ACT-ROWS TO WS-AGC-RET-ROWS.
           ADD ACT-ADDS TO WS-AGC-RET-ADDS.
           ADD ACT-DELS TO WS-AGC-RET-DELS.
           ADD ACT-ARCS TO WS-AGC-RET-ARCS.
           IF WS-AGC-RET-FROM = SPACES OR ACT-FROM < WS-AGC-RET-FROM
               THEN
               MOVE ACT-FROM TO WS-AGC-RET-FROM
           END-IF.
           IF ACT-TO > WS-AGC-RET-TO THEN
               MOVE ACT-TO TO WS-AGC-RET-TO
           END-IF.
       PROCEDURE-SIGNON.
           MOVE "N" TO WS-OPER-VALID.
           MOVE "N" TO WS-OPER-ADMIN.
           IF WS-BATCH-MODE = "N" THEN
               MOVE 0 TO WS-OPER-TRIES
               PERFORM UNTIL WS-OPER-VALID = "Y" OR WS-OPER-TRIES >= 3
                   ADD 1 TO WS-OPER-TRIES
                   MOVE SPACES TO WS-OPERATOR
                   DISPLAY "operator code:             "
                   WITH NO ADVANCING
                   ACCEPT WS-OPERATOR
                   PERFORM PROCEDURE-SIGNON-CHECK
               END-PERFORM
               IF WS-OPER-VALID = "Y" THEN
                   IF WS-OPER-ADMIN = "Y" THEN
                       DISPLAY ESC SUC "[i] signed on as "
                       FUNCTION TRIM(WS-OPERATOR) " (administrator)"
                       ESC RES
                   ELSE
                       DISPLAY ESC SUC "[i] signed on as "
                       FUNCTION TRIM(WS-OPERATOR) ESC RES
                   END-IF
                   DISPLAY " "
               END-IF
           ELSE
               IF WS-OPERATOR = SPACES THEN
                   ACCEPT WS-OPERATOR FROM ENVIRONMENT "DOOS_OPERATOR"
               END-IF
               IF WS-OPERATOR = SPACES THEN
                   ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
               END-IF
               PERFORM PROCEDURE-SIGNON-CHECK
           END-IF.
       PROCEDURE-SIGNON-CHECK.
           MOVE WS-OPERATOR TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-RESOLVE.
           MOVE SPACES TO TP-STR-C.
           IF WS-OPERATOR = SPACES THEN
               DISPLAY ESC ERR "[!] operator code cannot be blank"
               ESC RES
           ELSE IF WS-OWN-LOAD-FS NOT = "00"
               AND WS-OWN-LOAD-FS NOT = "35" THEN
               DISPLAY ESC ERR "[!] owner file unavailable (status "
               WS-OWN-LOAD-FS ") - sign-on refused" ESC RES
               IF WS-OWN-LOAD-FS = "39" THEN
                   DISPLAY ESC ERR "[!] data files are in the "
                   "previous layout - run 'doos convert'" ESC RES
               END-IF
               MOVE SPACES TO TP-STR-C
               STRING "owner file status " DELIMITED BY SIZE
                   WS-OWN-LOAD-FS DELIMITED BY SIZE
                   INTO TP-STR-C
           ELSE IF WS-OWN-COUNT = 0 THEN
               MOVE "Y" TO WS-OPER-VALID
               MOVE "Y" TO WS-OPER-ADMIN
               IF WS-BATCH-MODE = "N" THEN
                   DISPLAY ESC INF "[i] owner registry is empty - "
                   "signed on with administrator authority" ESC RES
               END-IF
           ELSE IF WS-OWN-SLOT = 0 THEN
               DISPLAY ESC ERR "[!] operator "
               FUNCTION TRIM(WS-OPERATOR)
               " is not a registered owner" ESC RES
               MOVE "unregistered operator" TO TP-STR-C
           ELSE IF OWN-T-ACTIVE(WS-OWN-SLOT) NOT = "Y" THEN
               DISPLAY ESC ERR "[!] operator "
               FUNCTION TRIM(WS-OPERATOR)
               " is not active" ESC RES
               MOVE "inactive operator" TO TP-STR-C
           ELSE
               MOVE "Y" TO WS-OPER-VALID
               MOVE WS-OWN-LOOKUP TO WS-OPERATOR
               IF OWN-T-ADMIN(WS-OWN-SLOT) = "Y" THEN
                   MOVE "Y" TO WS-OPER-ADMIN
               ELSE IF WS-OWN-ADMINS = 0 THEN
                   IF WS-BATCH-MODE = "N" THEN
                       DISPLAY ESC INF "[i] no administrator registered"
                       " - claim one with 'owner admin'" ESC RES
                   END-IF
               END-IF
           END-IF.
           IF TP-STR-C NOT = SPACES THEN
               MOVE SPACES TO TASK-ID
               MOVE "DENIED" TO WS-AUD-ACTION
               MOVE "sign-on" TO WS-AUD-BEFORE
               MOVE TP-STR-C TO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG
           END-IF.
       PROCEDURE-ADMIN-CHECK.
           MOVE "Y" TO WS-ADMIN-OK.
           IF WS-OPER-ADMIN NOT = "Y" THEN
               MOVE "N" TO WS-ADMIN-OK
               DISPLAY ESC ERR "[!] " FUNCTION TRIM(WS-ADMIN-CMD)
               " is restricted to administrators" ESC RES
               MOVE TASK-ID TO WS-ADMIN-SAVE-ID
               MOVE WS-ADMIN-TARGET TO TASK-ID
               MOVE "DENIED" TO WS-AUD-ACTION
               MOVE WS-ADMIN-CMD TO WS-AUD-BEFORE
               MOVE "operator not an administrator" TO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG
               MOVE WS-ADMIN-SAVE-ID TO TASK-ID
               MOVE "95" TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-HELP.
           DISPLAY ESC H-1 "HELP" ESC RES. DISPLAY " ".
           DISPLAY ESC SUB "command:                   description:"
           DISPLAY "[add]                      add a new task".
           DISPLAY "[list]                     view all tasks".
           DISPLAY "[done]                     mark a task as complete".
           DISPLAY "[approve]                  sign off a task "
           "awaiting approval".
           DISPLAY "[reject]                   send a task back with a "
           "reason".
           DISPLAY "[approvals]                tasks awaiting an "
           "approver".
           DISPLAY "[update]                   reschedule a task".
           DISPLAY "[edit]                     change owner, details, "
           "priority, recurrence, est, sign-off, project or "
           "cost centre".
           DISPLAY "[delete]                   move a task to the "
           "recycle bin (admin)".
           DISPLAY "[bin]                      list the recycle bin".
           DISPLAY "[undelete]                 restore a task from "
           "the recycle bin (admin)".
           DISPLAY "[purge]                    empty old recycle bin "
           "items (admin)".
           DISPLAY "[find]                     search/filter tasks".
           DISPLAY "[calendar]                 month grid of due "
           "dates".
           DISPLAY "[show]                     full detail for one "
           "task".
           DISPLAY "[history]                  view the audit trail".
           DISPLAY "[auditcat]                 list the audit "
           "generations".
           DISPLAY "[rotate]                   close off past months "
           "of the audit trail (admin)".
           DISPLAY "[log]                      record hours worked on "
           "a task".
           DISPLAY "[hours]                    hours totals by owner "
           "and task".
           DISPLAY "[archive]                  archive old tasks "
           "(admin)".
           DISPLAY "[arcfind]                  search archived tasks".
           DISPLAY "[unarchive]                restore a task from "
           "the archive (admin)".
           DISPLAY "[report]                   summary by owner/age".
           DISPLAY "[stats]                    append a daily stats "
           "snapshot".
           "trend".
           DISPLAY "[workload]                 est hours vs weekly "
           "capacity".
           DISPLAY "[cycle]                    cycle time, sla and "
           "due date slippage".
           DISPLAY "[verify]                   check data file health".
           DISPLAY "[rebuild]                  rebuild a damaged task "
           "file (admin)".
           DISPLAY "[backup]                   snapshot the data "
           "files".
           DISPLAY "[restore]                  restore a snapshot "
           "(admin)".
           DISPLAY "[remind]                   write owner reminder "
           "files".
           DISPLAY "[absence]                  record an owner's leave "
           "and delegate".
           DISPLAY "[handover]                 move open tasks to "
           "another owner (admin)".
           DISPLAY "[owner]                    maintain the owner "
           "registry (off/admin: admin)".
           DISPLAY "[project]                  maintain the project "
           "register".
           DISPLAY "[rollup]                   project status, effort "
           "and target dates".
           DISPLAY "[charge]                   monthly cost-centre "
           "chargeback and extract".
           DISPLAY "[period]                   close a month to new "
           "hours (close: admin)".
           DISPLAY "[feed]                     extract task changes "
           "since the last feed".
           DISPLAY "[nightly]                  run process, remind, "
           "archive, purge, feed, reports, rotate and backup".
           DISPLAY "-                          -".
           DISPLAY "[exit]                     exit the program".
           DISPLAY " ".
           "batch mode: doos <command> [id/owner] [arg] -" ESC RES.
           DISPLAY ESC SUB
           "  runs one command non-interactively, e.g. cron" ESC RES.
           DISPLAY ESC SUB
           "  operator: --operator=<code>, else $DOOS_OPERATOR "
           "or $USER" ESC RES.
           DISPLAY ESC SUB
           "  log: --date=YYYY-MM-DD books hours to an earlier day"
           ESC RES.
           DISPLAY ESC SUB
           "  report, hours, workload, trend, calendar, history and "
           "cycle write <name>.YYYYMMDD.spl; --screen shows them "
           "instead" ESC RES.
           DISPLAY ESC SUB
           "  convert: rebuild the tasks, notes, worklog and owners "
           "files from the previous release (no sign-on)" ESC RES.
           DISPLAY " ".
       PROCEDURE-SETUP.
           DISPLAY ESC H-1 "SETUP DOOS" ESC RES. DISPLAY " ".
           DISPLAY "(1/5) task file created".

           MOVE "Y" TO WS-SETUP-OVERWRITE.
           MOVE "audit" TO WS-AUDIT-PATH.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT = "00" THEN
               READ AUDIT-FILE

           MOVE SPACES TO TASK-ID.
           PERFORM UNTIL TASK-ID NOT = SPACES
               DISPLAY "(1/9) id:                  " WITH NO ADVANCING
               ACCEPT TASK-ID
               IF TASK-ID = SPACES THEN
                   DISPLAY ESC ERR "[!] task id cannot be blank"

           MOVE "N" TO WS-OWN-VALID.
           PERFORM UNTIL WS-OWN-VALID = "Y"
               DISPLAY "(2/9) owner:               " WITH NO ADVANCING
               ACCEPT TASK-OWNER
               MOVE TASK-OWNER TO WS-OWN-LOOKUP
               PERFORM PROCEDURE-OWNER-VALIDATE
               END-IF
           END-PERFORM.

           DISPLAY "(3/9) details:             " WITH NO ADVANCING.
           ACCEPT TASK-DETAILS.

           MOVE "N" TO WS-DATE-VALID.
           PERFORM UNTIL WS-DATE-VALID = "Y"
               DISPLAY "(4/9) due YYYY-MM-DD:      " WITH NO ADVANCING
               ACCEPT TP-STR-A
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID NOT = "Y" THEN

           MOVE "N" TO WS-PRIORITY-VALID.
           PERFORM UNTIL WS-PRIORITY-VALID = "Y"
               DISPLAY "(5/9) priority (H/M/L):    " WITH NO ADVANCING
               ACCEPT TP-STR-B
               MOVE FUNCTION UPPER-CASE(TP-STR-B(1:1)) TO TP-STR-B(1:1)
               IF TP-STR-B(1:1) = "H" THEN
               END-IF
           END-PERFORM.

           DISPLAY "(6/9) recur every N days   "
           "(0=none):                  " WITH NO ADVANCING.
           ACCEPT TP-NUM-C.
           MOVE TP-NUM-C TO TASK-RECUR-DAYS.

           DISPLAY "(7/9) estimated hours      "
           "(0=none):                  " WITH NO ADVANCING.
           ACCEPT TP-NUM-C.
           MOVE TP-NUM-C TO TASK-EST-HOURS.
           MOVE SPACES TO TASK-BLOCKED-BY.

           MOVE "N" TO WS-OWN-VALID.
           PERFORM UNTIL WS-OWN-VALID = "Y"
               DISPLAY "(8/9) sign-off approver    "
               "(blank=none, *=anyone):    " WITH NO ADVANCING
               ACCEPT TP-STR-B
               MOVE "N" TO TASK-APPROVAL
               MOVE SPACES TO TASK-APPROVER
               IF TP-STR-B = SPACES THEN
                   MOVE "Y" TO WS-OWN-VALID
               ELSE IF TP-STR-B = "*" THEN
                   MOVE "Y" TO TASK-APPROVAL
                   MOVE "Y" TO WS-OWN-VALID
               ELSE
                   MOVE TP-STR-B(1:16) TO WS-OWN-LOOKUP
                   PERFORM PROCEDURE-OWNER-VALIDATE
                   IF WS-OWN-VALID = "Y" THEN
                       MOVE "Y" TO TASK-APPROVAL
                       MOVE WS-OWN-LOOKUP TO TASK-APPROVER
                   ELSE
                       DISPLAY ESC ERR "[!] approver not in registry"
                       ESC RES
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO TASK-DONE-BY.

           MOVE "N" TO WS-PRJ-VALID.
           PERFORM UNTIL WS-PRJ-VALID = "Y"
               DISPLAY "(9/9) project              "
               "(blank=none):              " WITH NO ADVANCING
               ACCEPT WS-PRJ-LOOKUP
               PERFORM PROCEDURE-PROJECT-VALIDATE
               IF WS-PRJ-VALID NOT = "Y" THEN
                   PERFORM PROCEDURE-PROJECT-REFUSED
               END-IF
           END-PERFORM.
           MOVE WS-PRJ-LOOKUP TO TASK-PROJECT.
           MOVE SPACES TO TASK-COST-CENTRE.

           PERFORM PROCEDURE-TASK-OPEN-IO.
           IF WS-TASK-OPEN-OK = "Y" THEN
               WRITE TASK-RECORD
           ELSE IF TASK-STATUS = 3 THEN
               DISPLAY ESC ERR "BLOCKED " ESC SUB " | " ESC RES
               WITH NO ADVANCING
           ELSE IF TASK-STATUS = 4 THEN
               DISPLAY ESC H-2 "AWAITING" ESC SUB " | " ESC RES
               WITH NO ADVANCING
           ELSE
               DISPLAY ESC ERR "OVERDUE " ESC SUB " | " ESC RES
               WITH NO ADVANCING
                       ESC ERR "[!] task id is invalid" ESC RES
                   END-IF
                   MOVE FS-TASK TO WS-BATCH-FS-SAVE
               ELSE IF TASK-STATUS = 4 THEN
                   DISPLAY ESC ERR "[!] task is already awaiting "
                   "approval" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-COMPLETE-CHECK-BLOCK
                   IF WS-BLK-PROCEED = "Y" THEN
                       ELSE
                           MOVE "OVERDUE" TO WS-AUD-BEFORE
                       END-IF
                       MOVE "N" TO WS-APR-NEEDED
                       IF TASK-STATUS NOT = 2
                           AND (TASK-PRIORITY = "1"
                           OR TASK-APPROVAL = "Y") THEN
                           MOVE "Y" TO WS-APR-NEEDED
                       END-IF
                       MOVE WS-OPERATOR TO TASK-DONE-BY
                       IF WS-APR-NEEDED = "Y" THEN
                           MOVE 4 TO TASK-STATUS
                       ELSE
                           MOVE 2 TO TASK-STATUS
                       END-IF
                       REWRITE TASK-RECORD
                       IF FS-TASK = "02" THEN
                           MOVE "00" TO WS-BATCH-FS-SAVE
                       ELSE
                           MOVE FS-TASK TO WS-BATCH-FS-SAVE
                       END-IF
                       IF WS-APR-NEEDED = "Y" THEN
                           DISPLAY ESC SUC "[i] item submitted for "
                           "approval!" ESC RES
                           MOVE "SUBMIT" TO WS-AUD-ACTION
                           MOVE "AWAITING" TO WS-AUD-AFTER
                           PERFORM PROCEDURE-AUDIT-LOG
                       ELSE
                           DISPLAY ESC SUC "[i] item marked as "
                           "complete!" ESC RES
                           MOVE "DONE" TO WS-AUD-ACTION
                           MOVE "COMPLETE" TO WS-AUD-AFTER
                           PERFORM PROCEDURE-AUDIT-LOG
                           IF TASK-RECUR-DAYS > 0 THEN
                               PERFORM PROCEDURE-COMPLETE-RECUR
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY
                   MOVE TP-DATE TO TASK-DATE
                   MOVE 0 TO TASK-STATUS
                   MOVE SPACES TO TASK-BLOCKED-BY
                   MOVE SPACES TO TASK-DONE-BY

                   WRITE TASK-RECORD
                       INVALID KEY
                           PERFORM PROCEDURE-AUDIT-LOG
                   END-WRITE
           END-STRING.
       PROCEDURE-APPROVE.
           DISPLAY ESC H-1 "APPROVE A TASK" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "task id:                   " WITH NO ADVANCING
               ACCEPT TASK-ID
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-TASK-OPEN-IO.
           IF WS-TASK-OPEN-OK = "Y" THEN
               PERFORM PROCEDURE-TASK-READ-KEY
               IF WS-TASK-READ-OK NOT = "Y" THEN
                   IF WS-TASK-READ-BUSY NOT = "Y" THEN
                       ESC ERR "[!] task id is invalid" ESC RES
                   END-IF
                   MOVE FS-TASK TO WS-BATCH-FS-SAVE
               ELSE IF TASK-STATUS NOT = 4 THEN
                   DISPLAY
                   ESC ERR "[!] task is not awaiting approval" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   MOVE "approve" TO WS-ADMIN-CMD
                   PERFORM PROCEDURE-APPROVE-CHECK
                   IF WS-APR-OK = "Y" THEN
                       MOVE 2 TO TASK-STATUS
                       REWRITE TASK-RECORD
                       IF FS-TASK = "02" THEN
                           MOVE "00" TO WS-BATCH-FS-SAVE
                       ELSE
                           MOVE FS-TASK TO WS-BATCH-FS-SAVE
                       END-IF
                       DISPLAY ESC SUC "[i] task approved and marked "
                       "complete!" ESC RES
                       MOVE "APPROVE" TO WS-AUD-ACTION
                       MOVE "AWAITING" TO WS-AUD-BEFORE
                       MOVE "COMPLETE" TO WS-AUD-AFTER
                       PERFORM PROCEDURE-AUDIT-LOG
                       IF TASK-RECUR-DAYS > 0 THEN
                           PERFORM PROCEDURE-COMPLETE-RECUR
                       END-IF
                   END-IF
               END-IF
               CLOSE TASK-FILE
           END-IF.

           PERFORM PROCEDURE-PROCESSOR.

           DISPLAY " ".
       PROCEDURE-APPROVE-CHECK.
           MOVE "Y" TO WS-APR-OK.
           MOVE SPACES TO TP-STR-C.
           IF TASK-DONE-BY NOT = SPACES
               AND FUNCTION LOWER-CASE(TASK-DONE-BY) =
               FUNCTION LOWER-CASE(WS-OPERATOR) THEN
               MOVE "N" TO WS-APR-OK
               DISPLAY ESC ERR "[!] the operator who completed the "
               "task cannot also sign it off" ESC RES
               MOVE "submitter cannot sign off" TO TP-STR-C
           ELSE IF TASK-APPROVER NOT = SPACES
               AND FUNCTION LOWER-CASE(TASK-APPROVER) NOT =
               FUNCTION LOWER-CASE(WS-OPERATOR)
               AND WS-OPER-ADMIN NOT = "Y" THEN
               MOVE "N" TO WS-APR-OK
               DISPLAY ESC ERR "[!] sign-off is assigned to "
               FUNCTION TRIM(TASK-APPROVER) ESC RES
               MOVE "not the named approver" TO TP-STR-C
           END-IF.
           IF WS-APR-OK = "N" THEN
               MOVE "DENIED" TO WS-AUD-ACTION
               MOVE WS-ADMIN-CMD TO WS-AUD-BEFORE
               MOVE TP-STR-C TO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG
               MOVE "95" TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-REJECT.
           DISPLAY ESC H-1 "REJECT A TASK" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/2) task id:             " WITH NO ADVANCING
               ACCEPT TASK-ID
               DISPLAY "(2/2) reason:              " WITH NO ADVANCING
               ACCEPT WS-APR-REASON
           ELSE
               MOVE WS-ARG-3 TO WS-APR-REASON
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-APR-REASON = SPACES THEN
               DISPLAY ESC ERR "[!] a reason is required to reject"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-TASK-OPEN-IO
               IF WS-TASK-OPEN-OK = "Y" THEN
                   PERFORM PROCEDURE-TASK-READ-KEY
                   IF WS-TASK-READ-OK NOT = "Y" THEN
                       IF WS-TASK-READ-BUSY NOT = "Y" THEN
                           DISPLAY
                           ESC ERR "[!] task id is invalid" ESC RES
                       END-IF
                       MOVE FS-TASK TO WS-BATCH-FS-SAVE
                   ELSE IF TASK-STATUS NOT = 4 THEN
                       DISPLAY ESC ERR "[!] task is not awaiting "
                       "approval" ESC RES
                       MOVE "91" TO WS-BATCH-FS-SAVE
                   ELSE
                       MOVE "reject" TO WS-ADMIN-CMD
                       PERFORM PROCEDURE-APPROVE-CHECK
                       IF WS-APR-OK = "Y" THEN
                           MOVE SPACE TO TASK-STATUS
                           MOVE SPACES TO TASK-DONE-BY
                           REWRITE TASK-RECORD
                           IF FS-TASK = "02" THEN
                               MOVE "00" TO WS-BATCH-FS-SAVE
                           ELSE
                               MOVE FS-TASK TO WS-BATCH-FS-SAVE
                           END-IF
                           DISPLAY ESC SUC "[i] task rejected and "
                           "reopened!" ESC RES
                           MOVE "REJECT" TO WS-AUD-ACTION
                           MOVE "AWAITING" TO WS-AUD-BEFORE
                           MOVE WS-APR-REASON(1:40) TO WS-AUD-AFTER
                           PERFORM PROCEDURE-AUDIT-LOG
                           PERFORM PROCEDURE-REJECT-NOTE
                       END-IF
                   END-IF
                   CLOSE TASK-FILE
               END-IF
           END-IF.

           PERFORM PROCEDURE-PROCESSOR.

           DISPLAY " ".
       PROCEDURE-REJECT-NOTE.
           PERFORM PROCEDURE-NOTES-OPEN-IO.
           IF WS-NOTES-AVAIL = "Y" THEN
               PERFORM PROCEDURE-NOTE-LAST-SEQ
               MOVE TASK-ID TO NOTE-TASK-ID
               COMPUTE NOTE-SEQ = WS-NOTE-LAST-SEQ + 1
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               STRING WS-AUD-DATE DELIMITED BY SIZE
                   WS-AUD-TIME(1:6) DELIMITED BY SIZE
                   INTO NOTE-STAMP
               MOVE SPACES TO NOTE-TEXT
               STRING "rejected: " DELIMITED BY SIZE
                   WS-APR-REASON DELIMITED BY SIZE
                   INTO NOTE-TEXT
               MOVE WS-OPERATOR TO NOTE-OPERATOR
               WRITE NOTE-RECORD
                   INVALID KEY
                       DISPLAY ESC ERR "[!] could not write rejection "
                       "note" ESC RES
                       MOVE FS-NOTES TO WS-BATCH-FS-SAVE
               END-WRITE
               CLOSE NOTES-FILE
           ELSE
               DISPLAY ESC ERR "[!] could not open notes file - "
               "reason kept in the audit trail only" ESC RES
               MOVE FS-NOTES TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-APPROVALS.
           DISPLAY ESC H-1 "APPROVALS QUEUE" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "approver (blank=mine,      "
               DISPLAY "      *=all):              " WITH NO ADVANCING
               ACCEPT WS-APR-FILTER
           ELSE
               MOVE WS-ARG-2 TO WS-APR-FILTER
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-APR-FILTER = SPACES THEN
               MOVE WS-OPERATOR TO WS-APR-FILTER
           ELSE IF WS-APR-FILTER NOT = "*" THEN
               MOVE WS-APR-FILTER TO WS-OWN-LOOKUP
               PERFORM PROCEDURE-OWNER-RESOLVE
               MOVE WS-OWN-LOOKUP TO WS-APR-FILTER
           END-IF.
           IF WS-APR-FILTER = "*" THEN
               DISPLAY ESC SUB "queue: all approvers" ESC RES
           ELSE
               DISPLAY ESC SUB "queue: " FUNCTION TRIM(WS-APR-FILTER)
               ESC RES
           END-IF.
           DISPLAY " ".

           DISPLAY
           ESC SUB "| " ESC H-2 "TASK ID                          "
           ESC SUB "| " ESC H-2 "OWNER           "
           ESC SUB "| " ESC H-2 "DETAILS                          "
           ESC SUB "| " ESC H-2 "DUE DATE   "
           ESC SUB "| " ESC H-2 "DONE BY         "
           ESC SUB "| " ESC H-2 "APPROVER        " ESC SUB "|".
           DISPLAY
           "|----------------------------------"
           "|------------------"
           "|----------------------------------"
           "|------------"
           "|------------------"
           "|------------------|" ESC RES.
           MOVE 0 TO COUNTER.
           OPEN INPUT TASK-FILE.
           IF FS-TASK NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not open task file (status "
               FS-TASK ")" ESC RES
               MOVE FS-TASK TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM UNTIL FS-TASK NOT = '00'
                   READ TASK-FILE NEXT
                       AT END MOVE '99' TO FS-TASK
                   NOT AT END
                       IF TASK-STATUS = 4 THEN
                           PERFORM PROCEDURE-APPROVALS-ROW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY ESC SUB "tasks awaiting approval: " COUNTER ESC RES.
       PROCEDURE-APPROVALS-ROW.
           MOVE "N" TO WS-APR-MATCH.
           IF WS-APR-FILTER = "*" THEN
               MOVE "Y" TO WS-APR-MATCH
           ELSE IF TASK-APPROVER NOT = SPACES THEN
               IF FUNCTION LOWER-CASE(TASK-APPROVER) =
                   FUNCTION LOWER-CASE(WS-APR-FILTER) THEN
                   MOVE "Y" TO WS-APR-MATCH
               END-IF
           ELSE IF FUNCTION LOWER-CASE(TASK-DONE-BY) NOT =
               FUNCTION LOWER-CASE(WS-APR-FILTER) THEN
               MOVE "Y" TO WS-APR-MATCH
           END-IF.
           IF WS-APR-MATCH = "Y" THEN
               ADD 1 TO COUNTER
               IF TASK-APPROVER = SPACES THEN
                   MOVE "(any)" TO TP-STR-C
               ELSE
                   MOVE TASK-APPROVER TO TP-STR-C
               END-IF
               DISPLAY ESC SUB "| " ESC RES
               TASK-ID ESC SUB " | " ESC RES
               TASK-OWNER ESC SUB " | " ESC RES
               TASK-DETAILS ESC SUB " | " ESC RES
               TASK-DATE(1:4) "-" TASK-DATE(5:2) "-" TASK-DATE(7:2)
               ESC SUB " | " ESC RES
               TASK-DONE-BY ESC SUB " | " ESC RES
               TP-STR-C(1:16) ESC SUB " |" ESC RES
           END-IF.
       PROCEDURE-BLOCK.
           DISPLAY ESC H-1 "BLOCK A TASK" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/2) task id:             " WITH NO ADVANCING
               ACCEPT TASK-ID
               DISPLAY "(2/2) blocked by id        "
               DISPLAY "      (blank to clear):    " WITH NO ADVANCING
               ACCEPT TP-STR-A
           ELSE
               MOVE WS-ARG-3 TO TP-STR-A
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-TASK-OPEN-IO.
           MOVE "Y" TO WS-BLK-PROCEED.
           IF WS-TASK-OPEN-OK NOT = "Y" THEN
               MOVE "N" TO WS-BLK-PROCEED
           END-IF.
           IF WS-BLK-PROCEED = "Y" AND TP-STR-A NOT = SPACES THEN
               MOVE TASK-ID TO TP-STR-B
               MOVE TP-STR-A TO TASK-ID
               READ TASK-FILE KEY IS TASK-ID
                   INVALID KEY
                       DISPLAY
                       ESC ERR "[!] prerequisite id is invalid" ESC RES
                       MOVE "N" TO WS-BLK-PROCEED
                       MOVE FS-TASK TO WS-BATCH-FS-SAVE
               END-READ
               MOVE TP-STR-B TO TASK-ID
           END-IF.
           IF WS-BLK-PROCEED = "Y" THEN
               PERFORM PROCEDURE-TASK-READ-KEY
               IF WS-TASK-READ-OK NOT = "Y" THEN
                   IF WS-TASK-READ-BUSY NOT = "Y" THEN
                       DISPLAY
                       ESC ERR "[!] task id is invalid" ESC RES
                   END-IF
                   MOVE FS-TASK TO WS-BATCH-FS-SAVE
               ELSE
                   IF TP-STR-A NOT = SPACES
                       AND TASK-ID = TP-STR-A
                       DISPLAY ESC ERR "[!] a task cannot block "
                       "itself" ESC RES
                       MOVE "91" TO WS-BATCH-FS-SAVE
                   ELSE
                       MOVE SPACES TO WS-AUD-BEFORE
                       MOVE TASK-BLOCKED-BY TO WS-AUD-BEFORE(1:32)
                       MOVE TP-STR-A TO TASK-BLOCKED-BY
                       REWRITE TASK-RECORD
                       IF FS-TASK = "02" THEN
                           MOVE "00" TO WS-BATCH-FS-SAVE
                       ELSE
                           MOVE FS-TASK TO WS-BATCH-FS-SAVE
                       END-IF
                       IF TP-STR-A = SPACES THEN
                           DISPLAY ESC SUC "[i] block cleared!"
                           ESC RES
                       ELSE
                           DISPLAY ESC SUC "[i] task blocked by "
                           FUNCTION TRIM(TP-STR-A) "!" ESC RES
                       END-IF
                       MOVE "BLOCK" TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-AFTER
                       MOVE TP-STR-A TO WS-AUD-AFTER(1:32)
                       PERFORM PROCEDURE-AUDIT-LOG
                   END-IF
               END-IF
           END-IF.
           IF WS-TASK-OPEN-OK = "Y" THEN
               CLOSE TASK-FILE
           END-IF.

           PERFORM PROCEDURE-PROCESSOR.

           DISPLAY " ".
       PROCEDURE-NOTE.
           DISPLAY ESC H-1 "ADD A NOTE" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/2) task id:             " WITH NO ADVANCING
               ACCEPT TASK-ID
               DISPLAY "(2/2) note text:           " WITH NO ADVANCING
               ACCEPT WS-NOTE-INPUT
           ELSE
               MOVE WS-ARG-3 TO WS-NOTE-INPUT
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE "N" TO WS-SHOW-FOUND.
           OPEN INPUT TASK-FILE.
           IF FS-TASK NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not open task file (status "
               FS-TASK ")" ESC RES
               MOVE FS-TASK TO WS-BATCH-FS-SAVE
           ELSE
               READ TASK-FILE KEY IS TASK-ID
                   INVALID KEY
                       DISPLAY
                       ESC ERR "[!] task id is invalid" ESC RES
                       MOVE FS-TASK TO WS-BATCH-FS-SAVE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SHOW-FOUND
               END-READ
               CLOSE TASK-FILE
           END-IF.

           IF WS-SHOW-FOUND = "Y" THEN
               PERFORM PROCEDURE-NOTES-OPEN-IO
               IF WS-NOTES-AVAIL = "Y" THEN
                   PERFORM PROCEDURE-NOTE-LAST-SEQ
                   MOVE TASK-ID TO NOTE-TASK-ID
                   COMPUTE NOTE-SEQ = WS-NOTE-LAST-SEQ + 1
                   ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUD-TIME FROM TIME
                       WS-AUD-TIME(1:6) DELIMITED BY SIZE
                       INTO NOTE-STAMP
                   MOVE WS-NOTE-INPUT TO NOTE-TEXT
                   MOVE WS-OPERATOR TO NOTE-OPERATOR
                   WRITE NOTE-RECORD
                       INVALID KEY
                           DISPLAY
       PROCEDURE-LOG.
           DISPLAY ESC H-1 "LOG HOURS" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/4) task id:             " WITH NO ADVANCING
               ACCEPT TASK-ID
               DISPLAY "(2/4) hours worked:        " WITH NO ADVANCING
               ACCEPT TP-STR-A
               MOVE "N" TO WS-DATE-VALID
               PERFORM UNTIL WS-DATE-VALID = "Y"
                   DISPLAY "(3/4) work date YYYY-MM-DD "
                   DISPLAY "      (blank=today):       "
                   WITH NO ADVANCING
                   ACCEPT TP-STR-B
                   PERFORM PROCEDURE-LOG-DATE
                   IF WS-DATE-VALID NOT = "Y" THEN
                       DISPLAY
                       ESC ERR "[!] invalid date - use YYYY-MM-DD"
                       ESC RES
                   END-IF
               END-PERFORM
               DISPLAY "(4/4) remark:              " WITH NO ADVANCING
               ACCEPT WS-WLG-INPUT
           ELSE
               MOVE 1 TO TP-NUM-A
               ELSE IF TP-NUM-A < 64 THEN
                   MOVE WS-ARG-3(TP-NUM-A:) TO WS-WLG-INPUT
               END-IF
               MOVE WS-OPT-DATE TO TP-STR-B
               PERFORM PROCEDURE-LOG-DATE
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-WLG-WORK-DATE = SPACES THEN
               MOVE WS-CURRENT-DATE(1:6) TO WS-CHG-PERIOD
           ELSE
               MOVE WS-WLG-WORK-DATE(1:6) TO WS-CHG-PERIOD
           END-IF.
           IF TP-STR-A = SPACES THEN
               DISPLAY ESC ERR "[!] hours cannot be blank" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE IF WS-DATE-VALID NOT = "Y" THEN
               DISPLAY ESC ERR "[!] invalid work date - use "
               "YYYY-MM-DD" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE IF WS-WLG-WORK-DATE NOT = SPACES
               AND WS-WLG-WORK-DATE > WS-CURRENT-DATE THEN
               DISPLAY ESC ERR "[!] work date cannot be in the "
               "future" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-PERIOD-CHECK
               IF WS-CHG-CLOSED = "Y" THEN
                   DISPLAY ESC ERR "[!] period " WS-CHG-YEAR "-"
                   WS-CHG-MONTH " is closed - hours cannot be "
                   "logged into it" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   MOVE FUNCTION NUMVAL(TP-STR-A) TO WS-WLG-HOURS
                   IF WS-WLG-HOURS = 0 THEN
                       DISPLAY ESC ERR "[!] hours must be greater "
                       "than zero" ESC RES
                       MOVE "91" TO WS-BATCH-FS-SAVE
                   ELSE
                       PERFORM PROCEDURE-LOG-WRITE
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
       PROCEDURE-LOG-DATE.
           MOVE SPACES TO WS-WLG-WORK-DATE.
           MOVE "Y" TO WS-DATE-VALID.
           IF TP-STR-B NOT = SPACES THEN
               MOVE TP-STR-A TO TP-STR-C
               MOVE TP-STR-B TO TP-STR-A
               PERFORM PROCEDURE-VALIDATE-DATE
               MOVE TP-STR-C TO TP-STR-A
               IF WS-DATE-VALID = "Y" THEN
                   MOVE TP-DATE TO WS-WLG-WORK-DATE
               END-IF
           END-IF.
       PROCEDURE-LOG-WRITE.
           MOVE "N" TO WS-SHOW-FOUND.
           OPEN INPUT TASK-FILE.
                   COMPUTE WLOG-SEQ = WS-WLG-LAST-SEQ + 1
                   ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUD-TIME FROM TIME
                   IF WS-WLG-WORK-DATE NOT = SPACES THEN
                       MOVE WS-WLG-WORK-DATE TO WS-AUD-DATE
                   END-IF
                   STRING WS-AUD-DATE DELIMITED BY SIZE
                       WS-AUD-TIME(1:6) DELIMITED BY SIZE
                       INTO WLOG-STAMP
                   MOVE WS-WLG-OWNER TO WLOG-OWNER
                   MOVE WS-WLG-HOURS TO WLOG-HOURS
                   MOVE WS-WLG-INPUT TO WLOG-REMARK
                   MOVE WS-OPERATOR TO WLOG-OPERATOR
                   WRITE WLOG-RECORD
                       INVALID KEY
                           DISPLAY
               DISPLAY "(blank=all):               " WITH NO ADVANCING
               ACCEPT TP-STR-A
           END-IF.
           PERFORM PROCEDURE-SPOOL-ASK.

           MOVE "00000000" TO WS-HRS-DATE-LO.
           MOVE "99999999" TO WS-HRS-DATE-HI.
               CLOSE ARCH-WORKLOG-FILE
           END-IF.

           IF WS-SPL-ON = "Y" THEN
               MOVE "hours" TO WS-SPL-NAME
               MOVE "HOURS REPORT" TO WS-SPL-TITLE
               PERFORM PROCEDURE-SPOOL-OPEN
           END-IF.
           IF WS-SPL-ON = "Y" THEN
               PERFORM PROCEDURE-HOURS-SPOOL
               PERFORM PROCEDURE-SPOOL-CLOSE
           ELSE
               PERFORM PROCEDURE-HOURS-PRINT
           END-IF.
       PROCEDURE-HOURS-PRINT.
           DISPLAY ESC H-2 "hours by owner" ESC RES.
           DISPLAY
           ESC SUB "| " ESC H-2 "OWNER           "
           MOVE WS-WLG-TOTAL TO WS-WLG-DISP.
           DISPLAY ESC SUB "entries: " WS-WLG-COUNT
           "  total hours: " WS-WLG-DISP ESC RES.
       PROCEDURE-HOURS-SPOOL.
           IF WS-HRS-DATE-LO = "00000000" THEN
               MOVE "period: all dates" TO WS-SPL-LINE
           ELSE
               STRING "period: " WS-HRS-DATE-LO(1:4) "-"
                   WS-HRS-DATE-LO(5:2) "-" WS-HRS-DATE-LO(7:2)
                   " to " WS-HRS-DATE-HI(1:4) "-"
                   WS-HRS-DATE-HI(5:2) "-" WS-HRS-DATE-HI(7:2)
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           END-IF.
           PERFORM PROCEDURE-SPOOL-PUT.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE SPACES TO SPL-HEAD-TABLE.
           MOVE 3 TO WS-SPL-HEAD-COUNT.
           MOVE "HOURS BY OWNER" TO SPL-HEAD(1).
           MOVE "OWNER                 HOURS" TO SPL-HEAD(2).
           MOVE "----------------  ---------" TO SPL-HEAD(3).
           PERFORM PROCEDURE-SPOOL-HEAD.
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
               UNTIL WS-HRS-IDX > WS-HRS-OWNER-COUNT
               MOVE HRS-OWNER-HOURS(WS-HRS-IDX) TO WS-WLG-DISP
               MOVE HRS-OWNER-NAME(WS-HRS-IDX) TO WS-SPL-LINE(1:16)
               MOVE WS-WLG-DISP TO WS-SPL-LINE(19:9)
               ADD 1 TO WS-SPL-RECORDS
               PERFORM PROCEDURE-SPOOL-PUT
           END-PERFORM.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE SPACES TO SPL-HEAD-TABLE.
           MOVE 3 TO WS-SPL-HEAD-COUNT.
           MOVE "HOURS BY TASK" TO SPL-HEAD(1).
           MOVE "TASK ID                               HOURS"
               TO SPL-HEAD(2).
           MOVE "--------------------------------  ---------"
               TO SPL-HEAD(3).
           PERFORM PROCEDURE-SPOOL-HEAD.
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
               UNTIL WS-HRS-IDX > WS-HRS-TASK-COUNT
               MOVE HRS-TASK-HOURS(WS-HRS-IDX) TO WS-WLG-DISP
               MOVE HRS-TASK-KEY(WS-HRS-IDX) TO WS-SPL-LINE(1:32)
               MOVE WS-WLG-DISP TO WS-SPL-LINE(35:9)
               ADD 1 TO WS-SPL-RECORDS
               PERFORM PROCEDURE-SPOOL-PUT
           END-PERFORM.

           MOVE 0 TO WS-SPL-HEAD-COUNT.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "worklog entries:" TO WS-SPL-LINE.
           MOVE WS-WLG-COUNT TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE WS-WLG-TOTAL TO WS-WLG-DISP.
           MOVE "total hours:" TO WS-SPL-LINE.
           MOVE WS-WLG-DISP TO WS-SPL-LINE(24:9).
           PERFORM PROCEDURE-SPOOL-PUT.
       PROCEDURE-HOURS-TALLY.
           ADD 1 TO WS-WLG-COUNT.
           ADD WS-WLG-HOURS TO WS-WLG-TOTAL.
                   MOVE TASK-RECUR-DAYS TO WS-SHOW-RECUR
                   MOVE TASK-BLOCKED-BY TO WS-SHOW-BLOCKED
                   MOVE TASK-EST-HOURS TO WS-SHOW-EST
                   MOVE TASK-APPROVAL TO WS-SHOW-APPROVAL
                   MOVE TASK-APPROVER TO WS-SHOW-APPROVER
                   MOVE TASK-DONE-BY TO WS-SHOW-DONE-BY
                   MOVE TASK-PROJECT TO WS-SHOW-PROJECT
                   MOVE TASK-COST-CENTRE TO WS-SHOW-COST-CENTRE
           END-READ.
           CLOSE TASK-FILE.

                               MOVE ARC-RECUR-DAYS TO WS-SHOW-RECUR
                               MOVE ARC-BLOCKED-BY TO WS-SHOW-BLOCKED
                               MOVE ARC-EST-HOURS TO WS-SHOW-EST
                               MOVE ARC-APPROVAL TO WS-SHOW-APPROVAL
                               MOVE ARC-APPROVER TO WS-SHOW-APPROVER
                               MOVE ARC-DONE-BY TO WS-SHOW-DONE-BY
                               MOVE ARC-PROJECT TO WS-SHOW-PROJECT
                               MOVE ARC-COST-CENTRE
                                   TO WS-SHOW-COST-CENTRE
                           END-IF
                       END-READ
                   END-PERFORM
               DISPLAY "COMPLETE"
           ELSE IF WS-SHOW-STATUS = "3" THEN
               DISPLAY "BLOCKED"
           ELSE IF WS-SHOW-STATUS = "4" THEN
               DISPLAY "AWAITING APPROVAL"
           ELSE
               DISPLAY "OVERDUE"
           END-IF.
           IF WS-SHOW-BLOCKED NOT = SPACES THEN
               DISPLAY ESC SUB "blocked by:  " ESC RES WS-SHOW-BLOCKED
           END-IF.
           IF WS-SHOW-APPROVAL = "Y" OR WS-SHOW-PRIORITY = "1" THEN
               IF WS-SHOW-APPROVER = SPACES THEN
                   DISPLAY ESC SUB "sign-off:    " ESC RES
                   "required (any approver)"
               ELSE
                   DISPLAY ESC SUB "sign-off:    " ESC RES
                   "required (" FUNCTION TRIM(WS-SHOW-APPROVER) ")"
               END-IF
           END-IF.
           IF WS-SHOW-DONE-BY NOT = SPACES THEN
               DISPLAY ESC SUB "done by:     " ESC RES WS-SHOW-DONE-BY
           END-IF.
           IF WS-SHOW-PROJECT NOT = SPACES THEN
               DISPLAY ESC SUB "project:     " ESC RES WS-SHOW-PROJECT
           END-IF.
           IF WS-SHOW-COST-CENTRE NOT = SPACES THEN
               DISPLAY ESC SUB "cost centre: " ESC RES
               WS-SHOW-COST-CENTRE
           END-IF.
       PROCEDURE-SHOW-NOTES.
           DISPLAY " ".
           DISPLAY ESC H-2 "notes" ESC RES.
                           ADD 1 TO WS-NOTE-COUNT
                           MOVE NOTE-STAMP TO WS-NOTE-STAMP
                           MOVE NOTE-TEXT TO WS-NOTE-INPUT
                           MOVE NOTE-OPERATOR TO WS-NOTE-OPER
                           PERFORM PROCEDURE-SHOW-NOTE-LINE
                       END-IF
                   END-READ
                           ADD 1 TO WS-NOTE-COUNT
                           MOVE AN-STAMP TO WS-NOTE-STAMP
                           MOVE AN-TEXT TO WS-NOTE-INPUT
                           MOVE AN-OPERATOR TO WS-NOTE-OPER
                           PERFORM PROCEDURE-SHOW-NOTE-LINE
                       END-IF
                   END-READ
       PROCEDURE-SHOW-NOTE-LINE.
           DISPLAY "  " WS-NOTE-STAMP(1:4) "-" WS-NOTE-STAMP(5:2) "-"
           WS-NOTE-STAMP(7:2) " " WS-NOTE-STAMP(9:2) ":"
           WS-NOTE-STAMP(11:2) "  " FUNCTION TRIM(WS-NOTE-INPUT)
           WITH NO ADVANCING.
           IF WS-NOTE-OPER NOT = SPACES THEN
               DISPLAY "  " ESC SUB "(" FUNCTION TRIM(WS-NOTE-OPER) ")"
               ESC RES
           ELSE
               DISPLAY " "
           END-IF.
       PROCEDURE-SHOW-WORKLOG.
           DISPLAY " ".
           DISPLAY ESC H-2 "logged time" ESC RES.
                           MOVE WLOG-OWNER TO WS-WLG-OWNER
                           MOVE WLOG-HOURS TO WS-WLG-HOURS
                           MOVE WLOG-REMARK TO WS-WLG-INPUT
                           MOVE WLOG-OPERATOR TO WS-WLG-OPER
                           PERFORM PROCEDURE-SHOW-WLG-LINE
                       END-IF
                   END-READ
                           MOVE AW-OWNER TO WS-WLG-OWNER
                           MOVE AW-HOURS TO WS-WLG-HOURS
                           MOVE AW-REMARK TO WS-WLG-INPUT
                           MOVE AW-OPERATOR TO WS-WLG-OPER
                           PERFORM PROCEDURE-SHOW-WLG-LINE
                       END-IF
                   END-READ
           WS-WLG-STAMP(7:2) " " WS-WLG-STAMP(9:2) ":"
           WS-WLG-STAMP(11:2) "  " FUNCTION TRIM(WS-WLG-DISP)
           "h  " FUNCTION TRIM(WS-WLG-OWNER) "  "
           FUNCTION TRIM(WS-WLG-INPUT) WITH NO ADVANCING.
           IF WS-WLG-OPER NOT = SPACES THEN
               DISPLAY "  " ESC SUB "(" FUNCTION TRIM(WS-WLG-OPER) ")"
               ESC RES
           ELSE
               DISPLAY " "
           END-IF.
       PROCEDURE-SHOW-HISTORY.
           DISPLAY " ".
           DISPLAY ESC H-2 "recent activity" ESC RES.
           MOVE 0 TO WS-HIS-RING-COUNT.
           MOVE 1 TO WS-HIS-RING-POS.

           PERFORM PROCEDURE-AUDIT-OPEN-ALL.
           IF FS-AUDIT = "00" THEN
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END PERFORM PROCEDURE-AUDIT-SWITCH
                   NOT AT END
                       IF AUD-TASK-ID = WS-SHOW-ID THEN
                           MOVE AUDIT-RECORD
                       END-IF
                   END-READ
               END-PERFORM
               PERFORM PROCEDURE-AUDIT-CLOSE
           END-IF.

           IF WS-HIS-RING-COUNT = 0 THEN
               DISPLAY "range (from [to]):         " WITH NO ADVANCING
               ACCEPT TP-STR-A
           END-IF.
           PERFORM PROCEDURE-SPOOL-ASK.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE SPACES TO WS-HIS-FILTER.
                   OR WS-HIS-FILTER = "EDIT"
                   OR WS-HIS-FILTER = "LOG"
                   OR WS-HIS-FILTER = "UNARCHIV"
                   OR WS-HIS-FILTER = "UNARCHIVE"
                   OR WS-HIS-FILTER = "DENIED"
                   OR WS-HIS-FILTER = "ADMIN"
                   OR WS-HIS-FILTER = "SUBMIT"
                   OR WS-HIS-FILTER = "APPROVE"
                   OR WS-HIS-FILTER = "REJECT"
                   OR WS-HIS-FILTER = "CLOSE"
                   OR WS-HIS-FILTER = "UNDELETE"
                   OR WS-HIS-FILTER = "PURGE"
                   OR WS-HIS-FILTER = "ABSENCE"
                   OR WS-HIS-FILTER = "HANDOVER"
                   OR WS-HIS-FILTER = "ROTATE"
                   OR WS-HIS-FILTER = "EXPIRE"
                   OR WS-HIS-FILTER = "CONVERT" THEN
                   MOVE "A" TO WS-HIS-MODE
               ELSE
                   MOVE "I" TO WS-HIS-MODE
           END-IF.

           MOVE 0 TO WS-HIS-COUNT.
           IF WS-SPL-ON = "Y" THEN
               MOVE "history" TO WS-SPL-NAME
               MOVE "AUDIT TRAIL" TO WS-SPL-TITLE
               PERFORM PROCEDURE-SPOOL-OPEN
           END-IF.
           IF WS-SPL-ON = "Y" THEN
               MOVE SPACES TO SPL-HEAD-TABLE
               MOVE 2 TO WS-SPL-HEAD-COUNT
               STRING "TIMESTAMP            ACTION    "
                   "TASK ID                           OPERATOR"
                   DELIMITED BY SIZE INTO SPL-HEAD(1)
               STRING "-------------------  --------  "
                   "--------------------------------  "
                   "----------------"
                   DELIMITED BY SIZE INTO SPL-HEAD(2)
               PERFORM PROCEDURE-SPOOL-HEAD
           END-IF.
           IF WS-HIS-MODE = "D" THEN
               MOVE WS-HIS-DATE-LO TO WS-AGR-LO
               MOVE WS-HIS-DATE-HI TO WS-AGR-HI
               PERFORM PROCEDURE-AUDIT-OPEN
           ELSE
               PERFORM PROCEDURE-AUDIT-OPEN-ALL
           END-IF.
           IF FS-AUDIT NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not open audit file (status "
               FS-AUDIT ")" ESC RES
           ELSE
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END PERFORM PROCEDURE-AUDIT-SWITCH
                   NOT AT END
                       MOVE "N" TO WS-HIS-MATCH
                       IF WS-HIS-MODE = "*" THEN
                       IF WS-HIS-MATCH = "Y" THEN
                           ADD 1 TO WS-HIS-COUNT
                           MOVE AUDIT-RECORD TO WS-HIS-ENTRY
                           IF WS-SPL-ON = "Y" THEN
                               PERFORM PROCEDURE-HISTORY-SPOOL-ROW
                           ELSE
                               PERFORM PROCEDURE-HISTORY-ROW
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               PERFORM PROCEDURE-AUDIT-CLOSE
           END-IF.

           IF WS-SPL-ON = "Y" THEN
               PERFORM PROCEDURE-SPOOL-CLOSE
           END-IF.

           DISPLAY " ".
           WS-HIS-STAMP(11:2) ":" WS-HIS-STAMP(13:2) "  "
           WS-HIS-ACT "  " FUNCTION TRIM(WS-HIS-ID)
           WITH NO ADVANCING.
           IF WS-HIS-OPER NOT = SPACES THEN
               DISPLAY "  " ESC SUB "(" FUNCTION TRIM(WS-HIS-OPER) ")"
               ESC RES WITH NO ADVANCING
           END-IF.
           IF WS-HIS-BEFORE NOT = SPACES
               OR WS-HIS-AFTER NOT = SPACES THEN
               DISPLAY "  " ESC SUB
           ELSE
               DISPLAY " "
           END-IF.
       PROCEDURE-HISTORY-SPOOL-ROW.
           STRING WS-HIS-STAMP(1:4) "-" WS-HIS-STAMP(5:2) "-"
               WS-HIS-STAMP(7:2) " " WS-HIS-STAMP(9:2) ":"
               WS-HIS-STAMP(11:2) ":" WS-HIS-STAMP(13:2)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           MOVE WS-HIS-ACT TO WS-SPL-LINE(22:8).
           MOVE WS-HIS-ID TO WS-SPL-LINE(32:32).
           MOVE WS-HIS-OPER TO WS-SPL-LINE(66:16).
           ADD 1 TO WS-SPL-RECORDS.
           PERFORM PROCEDURE-SPOOL-PUT.
           IF WS-HIS-BEFORE NOT = SPACES
               OR WS-HIS-AFTER NOT = SPACES THEN
               MOVE SPACES TO WS-SPL-HDR
               STRING FUNCTION TRIM(WS-HIS-BEFORE) " -> "
                   FUNCTION TRIM(WS-HIS-AFTER)
                   DELIMITED BY SIZE INTO WS-SPL-HDR
               MOVE WS-SPL-HDR TO WS-SPL-LINE(22:100)
               PERFORM PROCEDURE-SPOOL-PUT
           END-IF.
       PROCEDURE-REOPEN.
           DISPLAY ESC H-1 "REOPEN A TASK" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
                       MOVE SPACES TO WS-AUD-BEFORE
                       MOVE "COMPLETE" TO WS-AUD-BEFORE
                       MOVE SPACE TO TASK-STATUS
                       MOVE SPACES TO TASK-DONE-BY
                       REWRITE TASK-RECORD
                       IF FS-TASK = "02" THEN
                           MOVE "00" TO WS-BATCH-FS-SAVE
           DISPLAY " ".
       PROCEDURE-ARCHIVE.
           DISPLAY ESC H-1 "ARCHIVE OLD TASKS" ESC RES. DISPLAY " ".
           MOVE "archive" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-ARCHIVE-PICK
           END-IF.
       PROCEDURE-ARCHIVE-PICK.
           IF WS-BATCH-MODE = "N" THEN
               MOVE "N" TO WS-DATE-VALID
               PERFORM UNTIL WS-DATE-VALID = "Y"
                           MOVE TASK-RECUR-DAYS TO ARC-RECUR-DAYS
                           MOVE TASK-BLOCKED-BY TO ARC-BLOCKED-BY
                           MOVE TASK-EST-HOURS TO ARC-EST-HOURS
                           MOVE TASK-APPROVAL TO ARC-APPROVAL
                           MOVE TASK-APPROVER TO ARC-APPROVER
                           MOVE TASK-DONE-BY TO ARC-DONE-BY
                           MOVE TASK-PROJECT TO ARC-PROJECT
                           MOVE TASK-COST-CENTRE TO ARC-COST-CENTRE
                           WRITE ARCHIVE-RECORD
                           IF FS-ARCHIVE NOT = "00" THEN
                               DISPLAY
                           MOVE NOTE-SEQ TO AN-SEQ
                           MOVE NOTE-STAMP TO AN-STAMP
                           MOVE NOTE-TEXT TO AN-TEXT
                           MOVE NOTE-OPERATOR TO AN-OPERATOR
                           WRITE ARCNOTE-RECORD
                           IF FS-ARCNOTES = "00" THEN
                               DELETE NOTES-FILE
                           MOVE WLOG-OWNER TO AW-OWNER
                           MOVE WLOG-HOURS TO AW-HOURS
                           MOVE WLOG-REMARK TO AW-REMARK
                           MOVE WLOG-OPERATOR TO AW-OPERATOR
                           WRITE ARCWORK-RECORD
                           IF FS-ARCWORK = "00" THEN
                               DELETE WORKLOG-FILE
           END-IF.
       PROCEDURE-UNARCHIVE.
           DISPLAY ESC H-1 "UNARCHIVE A TASK" ESC RES. DISPLAY " ".
           MOVE "unarchive" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           IF WS-BATCH-MODE = "Y" THEN
               MOVE TASK-ID TO WS-ADMIN-TARGET
           END-IF.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-UNARCHIVE-RUN
           END-IF.
       PROCEDURE-UNARCHIVE-RUN.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "task id:                   " WITH NO ADVANCING
               ACCEPT TASK-ID
                       MOVE AN-SEQ TO NOTE-SEQ
                       MOVE AN-STAMP TO NOTE-STAMP
                       MOVE AN-TEXT TO NOTE-TEXT
                       MOVE AN-OPERATOR TO NOTE-OPERATOR
                       WRITE NOTE-RECORD
                           INVALID KEY
                               CONTINUE
                       MOVE AW-OWNER TO WLOG-OWNER
                       MOVE AW-HOURS TO WLOG-HOURS
                       MOVE AW-REMARK TO WLOG-REMARK
                       MOVE AW-OPERATOR TO WLOG-OPERATOR
                       WRITE WLOG-RECORD
                           INVALID KEY
                               CONTINUE
           END-IF.
       PROCEDURE-REPORT.
           DISPLAY ESC H-1 "MANAGEMENT SUMMARY" ESC RES. DISPLAY " ".
           PERFORM PROCEDURE-SPOOL-ASK.

           PERFORM PROCEDURE-PROCESSOR.

           MOVE 0 TO WS-RPT-AGE-A.
           MOVE 0 TO WS-RPT-AGE-B.
           MOVE 0 TO WS-RPT-AGE-C.
           MOVE 0 TO WS-RPT-AWAITING.
           MOVE "N" TO WS-RPT-OVERFLOW.
           COMPUTE TP-NUM-B = FUNCTION
               INTEGER-OF-DATE(WS-CURRENT-DATE).

           OPEN INPUT TASK-FILE.
           IF FS-TASK NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not open task file (status "
               FS-TASK ")" ESC RES
               MOVE FS-TASK TO WS-BATCH-FS-SAVE
           END-IF.
           PERFORM UNTIL FS-TASK NOT = '00'
               READ TASK-FILE NEXT
                   AT END MOVE '99' TO FS-TASK
                   MOVE TASK-OWNER TO WS-RPT-OWNER
                   IF TASK-STATUS = 2 THEN
                       MOVE "D" TO WS-RPT-BUCKET
                   ELSE IF TASK-STATUS = 4 THEN
                       MOVE "A" TO WS-RPT-BUCKET
                       ADD 1 TO WS-RPT-AWAITING
                   ELSE
                       MOVE "O" TO WS-RPT-BUCKET
                   END-IF
               CLOSE ARCHIVE-FILE
           END-IF.

           IF WS-SPL-ON = "Y" THEN
               MOVE "report" TO WS-SPL-NAME
               MOVE "MANAGEMENT SUMMARY" TO WS-SPL-TITLE
               PERFORM PROCEDURE-SPOOL-OPEN
           END-IF.
           IF WS-SPL-ON = "Y" THEN
               PERFORM PROCEDURE-REPORT-SPOOL
               PERFORM PROCEDURE-SPOOL-CLOSE
           ELSE
               PERFORM PROCEDURE-REPORT-PRINT
           END-IF.
       PROCEDURE-REPORT-PRINT.
           DISPLAY ESC H-2 "tasks by owner" ESC RES.
           DISPLAY
           ESC SUB "| " ESC H-2 "OWNER           "
           ESC SUB "| " ESC H-2 "OPEN     "
           ESC SUB "| " ESC H-2 "AWAITING "
           ESC SUB "| " ESC H-2 "COMPLETE " ESC SUB "|".
           DISPLAY
           "|------------------"
           "|----------"
           "|----------"
           "|----------|" ESC RES.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-OWNER-COUNT
               DISPLAY ESC SUB "| " ESC RES
               RPT-OWNER-NAME(WS-RPT-IDX) ESC SUB " | " ESC RES
               RPT-OWNER-OPEN(WS-RPT-IDX) ESC SUB " | " ESC RES
               RPT-OWNER-AWAIT(WS-RPT-IDX) ESC SUB " | " ESC RES
               RPT-OWNER-DONE(WS-RPT-IDX) ESC SUB " |" ESC RES
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "  medium:   " WS-RPT-PRI-MED.
           DISPLAY "  low:      " WS-RPT-PRI-LOW.
           DISPLAY " ".
           DISPLAY ESC H-2 "awaiting approval" ESC RES.
           DISPLAY "  tasks:    " WS-RPT-AWAITING.
           DISPLAY " ".
           DISPLAY ESC H-2 "overdue tasks by days late" ESC RES.
           DISPLAY "  1-7 days: " WS-RPT-AGE-A.
           DISPLAY "  8-30 days:" WS-RPT-AGE-B.
           DISPLAY "  31+ days: " WS-RPT-AGE-C.
           DISPLAY " ".
       PROCEDURE-REPORT-SPOOL.
           MOVE SPACES TO SPL-HEAD-TABLE.
           MOVE 3 TO WS-SPL-HEAD-COUNT.
           MOVE "TASKS BY OWNER" TO SPL-HEAD(1).
           MOVE "OWNER                 OPEN  AWAITING  COMPLETE"
               TO SPL-HEAD(2).
           MOVE "----------------  --------  --------  --------"
               TO SPL-HEAD(3).
           PERFORM PROCEDURE-SPOOL-HEAD.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-OWNER-COUNT
               MOVE RPT-OWNER-NAME(WS-RPT-IDX) TO WS-SPL-LINE(1:16)
               MOVE RPT-OWNER-OPEN(WS-RPT-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(19:8)
               MOVE RPT-OWNER-AWAIT(WS-RPT-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(29:8)
               MOVE RPT-OWNER-DONE(WS-RPT-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(39:8)
               ADD 1 TO WS-SPL-RECORDS
               PERFORM PROCEDURE-SPOOL-PUT
           END-PERFORM.

           MOVE 0 TO WS-SPL-HEAD-COUNT.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "OPEN TASKS BY PRIORITY" TO WS-SPL-LINE.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "  high:" TO WS-SPL-LINE.
           MOVE WS-RPT-PRI-HIGH TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE "  medium:" TO WS-SPL-LINE.
           MOVE WS-RPT-PRI-MED TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE "  low:" TO WS-SPL-LINE.
           MOVE WS-RPT-PRI-LOW TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "AWAITING APPROVAL" TO WS-SPL-LINE.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "  tasks:" TO WS-SPL-LINE.
           MOVE WS-RPT-AWAITING TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "OVERDUE TASKS BY DAYS LATE" TO WS-SPL-LINE.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "  1-7 days:" TO WS-SPL-LINE.
           MOVE WS-RPT-AGE-A TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE "  8-30 days:" TO WS-SPL-LINE.
           MOVE WS-RPT-AGE-B TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE "  31+ days:" TO WS-SPL-LINE.
           MOVE WS-RPT-AGE-C TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
       PROCEDURE-REPORT-TALLY.
           MOVE WS-RPT-OWNER TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-RESOLVE.
                   MOVE WS-RPT-OWNER TO RPT-OWNER-NAME(WS-RPT-SLOT)
                   MOVE 0 TO RPT-OWNER-OPEN(WS-RPT-SLOT)
                   MOVE 0 TO RPT-OWNER-DONE(WS-RPT-SLOT)
                   MOVE 0 TO RPT-OWNER-AWAIT(WS-RPT-SLOT)
               ELSE
                   IF WS-RPT-OVERFLOW = "N" THEN
                       DISPLAY ESC ERR "[!] more than 200 owners - "
           IF WS-RPT-SLOT > 0 THEN
               IF WS-RPT-BUCKET = "D" THEN
                   ADD 1 TO RPT-OWNER-DONE(WS-RPT-SLOT)
               ELSE IF WS-RPT-BUCKET = "A" THEN
                   ADD 1 TO RPT-OWNER-AWAIT(WS-RPT-SLOT)
               ELSE
                   ADD 1 TO RPT-OWNER-OPEN(WS-RPT-SLOT)
               END-IF
           MOVE 0 TO WS-STT-OVERDUE.
           MOVE 0 TO WS-STT-BLOCKED.
           MOVE 0 TO WS-STT-DONE.
           MOVE 0 TO WS-STT-AWAITING.
           MOVE 0 TO WS-RPT-PRI-HIGH.
           MOVE 0 TO WS-RPT-PRI-MED.
           MOVE 0 TO WS-RPT-PRI-LOW.
                   MOVE WS-RPT-AGE-A TO ST-AGE-A
                   MOVE WS-RPT-AGE-B TO ST-AGE-B
                   MOVE WS-RPT-AGE-C TO ST-AGE-C
                   MOVE WS-STT-AWAITING TO ST-AWAITING
                   WRITE STATS-RECORD
                   IF FS-STATS NOT = "00" THEN
                       DISPLAY ESC ERR "[!] failed to write stats "
                   ELSE
                       DISPLAY ESC SUC "snapshot appended: open "
                       WS-STT-OPEN " overdue " WS-STT-OVERDUE
                       " blocked " WS-STT-BLOCKED " awaiting "
                       WS-STT-AWAITING " done " WS-STT-DONE ESC RES
                   END-IF
                   CLOSE STATS-FILE
               END-IF
               IF TASK-STATUS = 3 THEN
                   ADD 1 TO WS-STT-BLOCKED
               END-IF
               IF TASK-STATUS = 4 THEN
                   ADD 1 TO WS-STT-AWAITING
               END-IF
               IF TASK-PRIORITY = "1" THEN
                   ADD 1 TO WS-RPT-PRI-HIGH
               ELSE IF TASK-PRIORITY = "3" THEN
           END-IF.
       PROCEDURE-TREND.
           DISPLAY ESC H-1 "TREND REPORT" ESC RES. DISPLAY " ".
           PERFORM PROCEDURE-SPOOL-ASK.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE 0 TO WS-TRD-COUNT.
                   MOVE "91" TO WS-BATCH-FS-SAVE
               END-IF
           ELSE
               IF WS-SPL-ON = "Y" THEN
                   MOVE "trend" TO WS-SPL-NAME
                   MOVE "TREND REPORT" TO WS-SPL-TITLE
                   PERFORM PROCEDURE-SPOOL-OPEN
               END-IF
               IF WS-SPL-ON = "Y" THEN
                   PERFORM PROCEDURE-TREND-SPOOL
                   PERFORM PROCEDURE-SPOOL-CLOSE
               ELSE
                   PERFORM PROCEDURE-TREND-PRINT
               END-IF
           END-IF.

           DISPLAY " ".
       PROCEDURE-TREND-PRINT.
           DISPLAY
           ESC SUB "| " ESC H-2 "DATE       "
           ESC SUB "| " ESC H-2 "OPEN     "
           ESC SUB "| " ESC H-2 "OVERDUE  "
           ESC SUB "| " ESC H-2 "BLOCKED  "
           ESC SUB "| " ESC H-2 "DONE     "
           ESC SUB "| " ESC H-2 "THRUPUT  "
           ESC SUB "| " ESC H-2 "BACKLOG  " ESC SUB "|".
           DISPLAY
           "|------------"
           "|----------"
           "|----------"
           "|----------"
           "|----------"
           "|----------"
           "|----------|" ESC RES.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-TRD-COUNT
               PERFORM PROCEDURE-TREND-ROW
           END-PERFORM.
           PERFORM PROCEDURE-TREND-WEEK.
       PROCEDURE-TREND-SHIFT.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > 399
               DISPLAY ESC SUB "  (need at least two snapshots)"
               ESC RES
           ELSE
               PERFORM PROCEDURE-TREND-BASE
               IF WS-TRD-BASE = 0 THEN
                   DISPLAY ESC SUB "  (no snapshot at least a week "
                   "old)" ESC RES
                   DISPLAY "  overdue:    " WS-TRD-DISP
               END-IF
           END-IF.
       PROCEDURE-TREND-BASE.
           MOVE TRD-DATE(WS-TRD-COUNT) TO TP-DATE.
           COMPUTE WS-TRD-INT-LAST =
               FUNCTION INTEGER-OF-DATE(TP-DATE).
           MOVE 0 TO WS-TRD-BASE.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE TRD-DATE(WS-TRD-IDX) TO TP-DATE
               COMPUTE WS-TRD-INT-I =
                   FUNCTION INTEGER-OF-DATE(TP-DATE)
               IF WS-TRD-INT-LAST - WS-TRD-INT-I >= 7 THEN
                   MOVE WS-TRD-IDX TO WS-TRD-BASE
               END-IF
           END-PERFORM.
       PROCEDURE-TREND-SPOOL.
           MOVE SPACES TO SPL-HEAD-TABLE.
           MOVE 2 TO WS-SPL-HEAD-COUNT.
           STRING "DATE            OPEN   OVERDUE   BLOCKED"
               "      DONE    THRUPUT    BACKLOG"
               DELIMITED BY SIZE INTO SPL-HEAD(1).
           STRING "----------  --------  --------  --------"
               "  --------  ---------  ---------"
               DELIMITED BY SIZE INTO SPL-HEAD(2).
           PERFORM PROCEDURE-SPOOL-HEAD.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-TRD-COUNT
               STRING TRD-DATE(WS-TRD-IDX)(1:4) "-"
                   TRD-DATE(WS-TRD-IDX)(5:2) "-"
                   TRD-DATE(WS-TRD-IDX)(7:2)
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               MOVE TRD-OPEN(WS-TRD-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(13:8)
               MOVE TRD-OVERDUE(WS-TRD-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(23:8)
               MOVE TRD-BLOCKED(WS-TRD-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(33:8)
               MOVE TRD-DONE(WS-TRD-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(43:8)
               IF WS-TRD-IDX = 1 THEN
                   MOVE "-" TO WS-SPL-LINE(61:1)
                   MOVE "-" TO WS-SPL-LINE(72:1)
               ELSE
                   COMPUTE WS-TRD-DELTA = TRD-DONE(WS-TRD-IDX)
                       - TRD-DONE(WS-TRD-IDX - 1)
                   MOVE WS-TRD-DELTA TO WS-TRD-DISP
                   MOVE WS-TRD-DISP TO WS-SPL-LINE(53:9)
                   COMPUTE WS-TRD-DELTA = TRD-OPEN(WS-TRD-IDX)
                       - TRD-OPEN(WS-TRD-IDX - 1)
                   MOVE WS-TRD-DELTA TO WS-TRD-DISP
                   MOVE WS-TRD-DISP TO WS-SPL-LINE(64:9)
               END-IF
               ADD 1 TO WS-SPL-RECORDS
               PERFORM PROCEDURE-SPOOL-PUT
           END-PERFORM.

           MOVE 0 TO WS-SPL-HEAD-COUNT.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "WEEK OVER WEEK" TO WS-SPL-LINE.
           PERFORM PROCEDURE-SPOOL-PUT.
           IF WS-TRD-COUNT < 2 THEN
               MOVE "  (need at least two snapshots)" TO WS-SPL-LINE
               PERFORM PROCEDURE-SPOOL-PUT
           ELSE
               PERFORM PROCEDURE-TREND-BASE
               IF WS-TRD-BASE = 0 THEN
                   MOVE "  (no snapshot at least a week old)"
                       TO WS-SPL-LINE
                   PERFORM PROCEDURE-SPOOL-PUT
               ELSE
                   STRING "  comparing "
                       TRD-DATE(WS-TRD-BASE)(1:4) "-"
                       TRD-DATE(WS-TRD-BASE)(5:2) "-"
                       TRD-DATE(WS-TRD-BASE)(7:2) " to "
                       TRD-DATE(WS-TRD-COUNT)(1:4) "-"
                       TRD-DATE(WS-TRD-COUNT)(5:2) "-"
                       TRD-DATE(WS-TRD-COUNT)(7:2)
                       DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM PROCEDURE-SPOOL-PUT
                   COMPUTE WS-TRD-DELTA = TRD-DONE(WS-TRD-COUNT)
                       - TRD-DONE(WS-TRD-BASE)
                   MOVE WS-TRD-DELTA TO WS-TRD-DISP
                   MOVE "  completed:" TO WS-SPL-LINE
                   MOVE WS-TRD-DISP TO WS-SPL-LINE(24:9)
                   PERFORM PROCEDURE-SPOOL-PUT
                   COMPUTE WS-TRD-DELTA = TRD-OPEN(WS-TRD-COUNT)
                       - TRD-OPEN(WS-TRD-BASE)
                   MOVE WS-TRD-DELTA TO WS-TRD-DISP
                   MOVE "  open:" TO WS-SPL-LINE
                   MOVE WS-TRD-DISP TO WS-SPL-LINE(24:9)
                   PERFORM PROCEDURE-SPOOL-PUT
                   COMPUTE WS-TRD-DELTA = TRD-OVERDUE(WS-TRD-COUNT)
                       - TRD-OVERDUE(WS-TRD-BASE)
                   MOVE WS-TRD-DELTA TO WS-TRD-DISP
                   MOVE "  overdue:" TO WS-SPL-LINE
                   MOVE WS-TRD-DISP TO WS-SPL-LINE(24:9)
                   PERFORM PROCEDURE-SPOOL-PUT
               END-IF
           END-IF.
       PROCEDURE-WORKLOAD.
           DISPLAY ESC H-1 "WORKLOAD VS CAPACITY" ESC RES.
           DISPLAY " ".
           PERFORM PROCEDURE-SPOOL-ASK.

           PERFORM PROCEDURE-PROCESSOR.

                   READ TASK-FILE NEXT
                       AT END MOVE '99' TO FS-TASK
                   NOT AT END
                       IF TASK-STATUS NOT = 2 AND TASK-STATUS NOT = 4
                           PERFORM PROCEDURE-WORKLOAD-TALLY
                       END-IF
                   END-READ

           PERFORM PROCEDURE-WORKLOAD-SORT.

           IF WS-SPL-ON = "Y" THEN
               MOVE "workload" TO WS-SPL-NAME
               MOVE "WORKLOAD VS CAPACITY" TO WS-SPL-TITLE
               PERFORM PROCEDURE-SPOOL-OPEN
           END-IF.
           IF WS-SPL-ON = "Y" THEN
               PERFORM PROCEDURE-WORKLOAD-SPOOL
               PERFORM PROCEDURE-SPOOL-CLOSE
           ELSE
               PERFORM PROCEDURE-WORKLOAD-PRINT
           END-IF.
       PROCEDURE-WORKLOAD-PRINT.
           DISPLAY
           ESC SUB "| " ESC H-2 "OWNER           "
           ESC SUB "| " ESC H-2 "WEEK OF    "
               DISPLAY ESC SUC "no owner is over capacity" ESC RES
           END-IF.
           DISPLAY " ".
       PROCEDURE-WORKLOAD-SPOOL.
           MOVE SPACES TO SPL-HEAD-TABLE.
           MOVE 2 TO WS-SPL-HEAD-COUNT.
           MOVE "OWNER             WEEK OF      EST HRS    CAP/WK"
               TO SPL-HEAD(1).
           MOVE "----------------  ----------  --------  --------  ----"
               TO SPL-HEAD(2).
           PERFORM PROCEDURE-SPOOL-HEAD.
           MOVE 0 TO WS-WKL-FLAGGED.
           PERFORM VARYING WS-WKL-IDX FROM 1 BY 1
               UNTIL WS-WKL-IDX > WS-WKL-COUNT
               PERFORM PROCEDURE-WORKLOAD-CAP
               COMPUTE TP-DATE =
                   FUNCTION DATE-OF-INTEGER(WKL-WEEK(WS-WKL-IDX))
               MOVE WKL-OWNER(WS-WKL-IDX) TO WS-SPL-LINE(1:16)
               STRING TP-DATE(1:4) "-" TP-DATE(5:2) "-" TP-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-SPL-LINE(19:10)
               MOVE WKL-HOURS(WS-WKL-IDX) TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(31:8)
               MOVE WS-WKL-CAP TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(41:8)
               IF WKL-HOURS(WS-WKL-IDX) > WS-WKL-CAP THEN
                   ADD 1 TO WS-WKL-FLAGGED
                   MOVE "OVER" TO WS-SPL-LINE(51:4)
               END-IF
               ADD 1 TO WS-SPL-RECORDS
               PERFORM PROCEDURE-SPOOL-PUT
           END-PERFORM.

           MOVE 0 TO WS-SPL-HEAD-COUNT.
           PERFORM PROCEDURE-SPOOL-PUT.
           IF WS-WKL-FLAGGED > 0 THEN
               MOVE "overloaded owner-weeks:" TO WS-SPL-LINE
               MOVE WS-WKL-FLAGGED TO WS-SPL-NUM
               PERFORM PROCEDURE-SPOOL-TOTAL
           ELSE
               MOVE "no owner is over capacity" TO WS-SPL-LINE
               PERFORM PROCEDURE-SPOOL-PUT
           END-IF.
       PROCEDURE-WORKLOAD-TALLY.
           MOVE TASK-OWNER TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-RESOLVE.
                   END-IF
               END-PERFORM
           END-PERFORM.
       PROCEDURE-WORKLOAD-CAP.
           MOVE WKL-OWNER(WS-WKL-IDX) TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-RESOLVE.
           IF WS-OWN-SLOT > 0 THEN
           ELSE
               MOVE 40 TO WS-WKL-CAP
           END-IF.
       PROCEDURE-WORKLOAD-ROW.
           PERFORM PROCEDURE-WORKLOAD-CAP.

           COMPUTE TP-DATE =
               FUNCTION DATE-OF-INTEGER(WKL-WEEK(WS-WKL-IDX)).
               CLOSE ARCHIVE-FILE
           END-IF.

           MOVE "Y" TO WS-AGR-CHECK.
           PERFORM PROCEDURE-AUDIT-OPEN-ALL.
           IF FS-AUDIT = "00" THEN
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END PERFORM PROCEDURE-AUDIT-SWITCH
                   NOT AT END
                       ADD 1 TO WS-AGR-ROWS
                       IF AUD-ACTION = "ADD" THEN
                           ADD 1 TO WS-VFY-ADD-COUNT
                       ELSE IF AUD-ACTION = "DELETE" THEN
                           ADD 1 TO WS-VFY-ARCH-COUNT
                       ELSE IF AUD-ACTION = "UNARCHIV" THEN
                           ADD 1 TO WS-VFY-ADD-COUNT
                       ELSE IF AUD-ACTION = "UNDELETE" THEN
                           ADD 1 TO WS-VFY-ADD-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               PERFORM PROCEDURE-AUDIT-CLOSE
           END-IF.
           MOVE "N" TO WS-AGR-CHECK.
           ADD WS-AGC-RET-ADDS TO WS-VFY-ADD-COUNT.
           ADD WS-AGC-RET-DELS TO WS-VFY-DEL-COUNT.
           ADD WS-AGC-RET-ARCS TO WS-VFY-ARCH-COUNT.

           PERFORM PROCEDURE-VERIFY-ORPHANS.

           DISPLAY " ".
           DISPLAY ESC H-2 "record counts" ESC RES.
           DISPLAY "  audit adds:   " WS-VFY-ADD-COUNT.
           DISPLAY "  audit deletes:" WS-VFY-DEL-COUNT.
           DISPLAY "  audit archive:" WS-VFY-ARCH-COUNT.
           DISPLAY "  audit gens:   " WS-AGC-COUNT.
           DISPLAY "  orphan notes: " WS-VFY-ORPHAN-NOTES.
           DISPLAY "  orphan hours: " WS-VFY-ORPHAN-WORK.
           IF WS-VFY-ADD-COUNT >
               WS-VFY-DEL-COUNT + WS-VFY-ARCH-COUNT THEN
               COMPUTE WS-VFY-EXPECTED = WS-VFY-ADD-COUNT
           IF WS-VFY-DUP-COUNT > 0 THEN
               ADD 1 TO WS-VFY-PROBLEMS
           END-IF.
           IF WS-AGR-MISSING > 0 OR WS-AGR-MISMATCH > 0 THEN
               ADD 1 TO WS-VFY-PROBLEMS
           END-IF.
           IF WS-VFY-ORPHAN-NOTES > 0 OR WS-VFY-ORPHAN-WORK > 0 THEN
               ADD 1 TO WS-VFY-PROBLEMS
           END-IF.
           DISPLAY " ".
           IF WS-VFY-PROBLEMS = 0 THEN
               DISPLAY ESC SUC "verify complete - no problems found"
               DISPLAY ESC ERR "verify complete - " WS-VFY-PROBLEMS
               " problem(s) found" ESC RES
           END-IF.
       PROCEDURE-VERIFY-ORPHANS.
           MOVE 0 TO WS-VFY-ORPHAN-NOTES.
           MOVE 0 TO WS-VFY-ORPHAN-WORK.
           OPEN INPUT TASK-FILE.
           IF FS-TASK = "00" THEN
               MOVE SPACES TO WS-VFY-LAST-ID
               OPEN INPUT NOTES-FILE
               IF FS-NOTES = "00" THEN
                   PERFORM UNTIL FS-NOTES NOT = "00"
                       READ NOTES-FILE NEXT
                           AT END MOVE "99" TO FS-NOTES
                       NOT AT END
                           IF NOTE-TASK-ID NOT = WS-VFY-LAST-ID THEN
                               MOVE NOTE-TASK-ID TO WS-VFY-LAST-ID
                               MOVE NOTE-TASK-ID TO TASK-ID
                               READ TASK-FILE KEY IS TASK-ID
                                   INVALID KEY
                                       ADD 1 TO WS-VFY-ORPHAN-NOTES
                                       DISPLAY ESC ERR "[!] notes for "
                                       "missing task: "
                                       FUNCTION TRIM(NOTE-TASK-ID)
                                       ESC RES
                               END-READ
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTES-FILE
               END-IF

               MOVE SPACES TO WS-VFY-LAST-ID
               OPEN INPUT WORKLOG-FILE
               IF FS-WORKLOG = "00" THEN
                   PERFORM UNTIL FS-WORKLOG NOT = "00"
                       READ WORKLOG-FILE NEXT
                           AT END MOVE "99" TO FS-WORKLOG
                       NOT AT END
                           IF WLOG-TASK-ID NOT = WS-VFY-LAST-ID THEN
                               MOVE WLOG-TASK-ID TO WS-VFY-LAST-ID
                               MOVE WLOG-TASK-ID TO TASK-ID
                               READ TASK-FILE KEY IS TASK-ID
                                   INVALID KEY
                                       ADD 1 TO WS-VFY-ORPHAN-WORK
                                       DISPLAY ESC ERR "[!] hours "
                                       "logged to missing task: "
                                       FUNCTION TRIM(WLOG-TASK-ID)
                                       ESC RES
                               END-READ
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WORKLOG-FILE
               END-IF
               CLOSE TASK-FILE
           END-IF.
       PROCEDURE-VERIFY-RECORD.
           MOVE SPACES TO TP-STR-A.
           STRING TASK-DATE(1:4) DELIMITED BY SIZE
               FUNCTION TRIM(TASK-ID) ESC RES
           END-IF.
           IF TASK-STATUS NOT = "0" AND TASK-STATUS NOT = "1"
               AND TASK-STATUS NOT = "2" AND TASK-STATUS NOT = "3"
               AND TASK-STATUS NOT = "4" THEN
               ADD 1 TO WS-VFY-PROBLEMS
               DISPLAY ESC ERR "[!] invalid status on "
               FUNCTION TRIM(TASK-ID) ESC RES
           END-IF.
       PROCEDURE-REBUILD.
           DISPLAY ESC H-1 "REBUILD TASK FILE" ESC RES. DISPLAY " ".
           MOVE "rebuild" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               DISPLAY "rebuild replaces the task file with stub "
               "records"
               DISPLAY "recovered from the audit and archive files."
               DISPLAY "continue? (Y/N):           " WITH NO ADVANCING
               ACCEPT TP-STR-C
               IF FUNCTION UPPER-CASE(TP-STR-C(1:1)) = "Y" THEN
                   PERFORM PROCEDURE-REBUILD-RUN
               ELSE
                   DISPLAY ESC INF "[i] rebuild cancelled" ESC RES
               END-IF
           END-IF.
       PROCEDURE-REBUILD-RUN.
           MOVE 0 TO WS-RBD-COUNT.
           MOVE 0 TO WS-RBD-WRITTEN.
           MOVE "N" TO WS-RBD-OVERFLOW.

           PERFORM PROCEDURE-AUDIT-OPEN-ALL.
           IF FS-AUDIT NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read audit file - "
               "nothing to rebuild from" ESC RES
           ELSE
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END PERFORM PROCEDURE-AUDIT-SWITCH
                   NOT AT END
                       PERFORM PROCEDURE-REBUILD-AUDIT-ROW
                   END-READ
               END-PERFORM
               PERFORM PROCEDURE-AUDIT-CLOSE

               OPEN INPUT ARCHIVE-FILE
               IF FS-ARCHIVE = "00" THEN
                           MOVE SPACES TO TASK-OWNER
                           MOVE SPACES TO TASK-BLOCKED-BY
                           MOVE 0 TO TASK-EST-HOURS
                           MOVE "N" TO TASK-APPROVAL
                           MOVE SPACES TO TASK-APPROVER
                           MOVE SPACES TO TASK-DONE-BY
                           MOVE SPACES TO TASK-PROJECT
                           MOVE SPACES TO TASK-COST-CENTRE
                           WRITE TASK-RECORD
                               INVALID KEY
                                   DISPLAY ESC ERR "[!] could not "
               END-IF
           END-IF.
       PROCEDURE-REBUILD-AUDIT-ROW.
           IF AUD-ACTION = "ADD" OR AUD-ACTION = "UNDELETE" THEN
               MOVE AUD-TASK-ID TO WS-RBD-KEY
               PERFORM PROCEDURE-REBUILD-FIND
               IF WS-RBD-SLOT = 0 THEN
           MOVE 0 TO WS-RMD-COUNT.
           MOVE 0 TO WS-RMD-ESC-COUNT.
           MOVE 0 TO WS-RMD-OWNER-COUNT.
           MOVE 0 TO WS-RMD-COVER-COUNT.
           PERFORM PROCEDURE-ABSENCE-LOAD.
           COMPUTE TP-NUM-B = FUNCTION
               INTEGER-OF-DATE(WS-CURRENT-DATE).

           WS-RMD-OWNER-COUNT " owner(s)" ESC RES.
           DISPLAY ESC SUC "escalated " WS-RMD-ESC-COUNT
           " task(s) to high priority" ESC RES.
           IF WS-RMD-COVER-COUNT > 0 THEN
               DISPLAY ESC INF "[i] " WS-RMD-COVER-COUNT
               " reminder(s) routed to delegates of absent owners"
               ESC RES
           END-IF.
           DISPLAY " ".
       PROCEDURE-REMIND-SCAN.
           MOVE "N" TO WS-SCAN-EOF.
                       MOVE '99' TO FS-TASK
               NOT AT END
                   MOVE 0 TO WS-LOCK-TRIES
                   IF TASK-STATUS NOT = 2 AND TASK-STATUS NOT = 4 THEN
                       MOVE TASK-DATE TO TP-DATE
                       COMPUTE TP-NUM-A = FUNCTION
                       INTEGER-OF-DATE(TP-DATE)
           IF WS-RMD-OWNER = SPACES THEN
               MOVE "unassigned" TO WS-RMD-OWNER
           END-IF.
           PERFORM PROCEDURE-ABSENCE-ROUTE.
           MOVE SPACES TO WS-REMIND-PATH.
           STRING "remind." DELIMITED BY SIZE
               FUNCTION TRIM(WS-RMD-OWNER) DELIMITED BY SIZE
                   MOVE "OVERDUE" TO WS-STATUS-WORD
               END-IF
               MOVE SPACES TO REMIND-RECORD
               MOVE 1 TO WS-RMD-IDX
               IF WS-ABS-COVER NOT = SPACES THEN
                   ADD 1 TO WS-RMD-COVER-COUNT
                   STRING "covering for " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ABS-COVER) DELIMITED BY SIZE
                       " until " DELIMITED BY SIZE
                       WS-ABS-UNTIL(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-ABS-UNTIL(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-ABS-UNTIL(7:2) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       INTO REMIND-RECORD
                       WITH POINTER WS-RMD-IDX
               END-IF
               STRING "due " DELIMITED BY SIZE
                   TASK-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(TASK-DETAILS) DELIMITED BY SIZE
                   INTO REMIND-RECORD
                   WITH POINTER WS-RMD-IDX
               WRITE REMIND-RECORD
               CLOSE REMIND-FILE
           ELSE
               END-PERFORM
               CLOSE REMIND-FILE
           END-IF.
       PROCEDURE-ABSENCE.
           DISPLAY ESC H-1 "OUT OF OFFICE" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "action (add/cancel/list):  " WITH NO ADVANCING
               ACCEPT WS-ABS-ACTION
           ELSE
               MOVE WS-ARG-2 TO WS-ABS-ACTION
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-ABS-ACTION) TO WS-ABS-ACTION.

           IF WS-ABS-ACTION = "add" THEN
               PERFORM PROCEDURE-ABSENCE-ADD
           ELSE IF WS-ABS-ACTION = "cancel" THEN
               PERFORM PROCEDURE-ABSENCE-CANCEL
           ELSE IF WS-ABS-ACTION = "list" THEN
               PERFORM PROCEDURE-ABSENCE-LIST
           ELSE
               DISPLAY ESC ERR "[!] action must be add, cancel or list"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           END-IF.

           DISPLAY " ".
       PROCEDURE-ABSENCE-ADD.
           MOVE SPACES TO WS-ABS-FROM.
           MOVE SPACES TO WS-ABS-TO.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/4) owner:               " WITH NO ADVANCING
               ACCEPT WS-ABS-OWNER
           ELSE
               MOVE WS-ARG-3 TO WS-ABS-OWNER
           END-IF.
           MOVE "Y" TO WS-ABS-OK.
           MOVE WS-ABS-OWNER TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-RESOLVE.
           IF WS-ABS-OWNER = SPACES OR WS-OWN-SLOT = 0 THEN
               DISPLAY ESC ERR "[!] owner not registered - "
               "register with 'owner' first" ESC RES
               MOVE "N" TO WS-ABS-OK
           ELSE
               MOVE WS-OWN-LOOKUP TO WS-ABS-OWNER
           END-IF.

           IF WS-ABS-OK = "Y" THEN
               IF WS-BATCH-MODE = "N" THEN
                   DISPLAY "(2/4) from YYYY-MM-DD:     "
                   WITH NO ADVANCING
                   ACCEPT TP-STR-A
               ELSE
                   MOVE WS-ARG-4 TO TP-STR-A
               END-IF
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID = "Y" THEN
                   MOVE TP-DATE TO WS-ABS-FROM
               ELSE
                   DISPLAY ESC ERR "[!] invalid from date - use "
                   "YYYY-MM-DD" ESC RES
                   MOVE "N" TO WS-ABS-OK
               END-IF
           END-IF.

           IF WS-ABS-OK = "Y" THEN
               IF WS-BATCH-MODE = "N" THEN
                   DISPLAY "(3/4) to YYYY-MM-DD:       "
                   WITH NO ADVANCING
                   ACCEPT TP-STR-A
               ELSE
                   MOVE WS-ARG-5 TO TP-STR-A
               END-IF
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] invalid to date - use "
                   "YYYY-MM-DD" ESC RES
                   MOVE "N" TO WS-ABS-OK
               ELSE
                   MOVE TP-DATE TO WS-ABS-TO
                   IF WS-ABS-TO < WS-ABS-FROM THEN
                       DISPLAY ESC ERR "[!] to date is before the "
                       "from date" ESC RES
                       MOVE "N" TO WS-ABS-OK
                   ELSE IF TP-DATE < WS-CURRENT-DATE THEN
                       DISPLAY ESC ERR "[!] absence has already "
                       "ended" ESC RES
                       MOVE "N" TO WS-ABS-OK
                   END-IF
               END-IF
           END-IF.

           IF WS-ABS-OK = "Y" THEN
               IF WS-BATCH-MODE = "N" THEN
                   DISPLAY "(4/4) delegate:            "
                   WITH NO ADVANCING
                   ACCEPT WS-ABS-DELEGATE
               ELSE
                   MOVE WS-ARG-6 TO WS-ABS-DELEGATE
               END-IF
               MOVE WS-ABS-DELEGATE TO WS-OWN-LOOKUP
               PERFORM PROCEDURE-OWNER-VALIDATE
               IF WS-ABS-DELEGATE = SPACES OR WS-OWN-SLOT = 0
                   OR WS-OWN-VALID NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] delegate must be a registered,"
                   " active owner" ESC RES
                   MOVE "N" TO WS-ABS-OK
               ELSE IF WS-OWN-LOOKUP = WS-ABS-OWNER THEN
                   DISPLAY ESC ERR "[!] an owner cannot cover for "
                   "themselves" ESC RES
                   MOVE "N" TO WS-ABS-OK
               ELSE
                   MOVE WS-OWN-LOOKUP TO WS-ABS-DELEGATE
               END-IF
           END-IF.

           IF WS-ABS-OK NOT = "Y" THEN
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-ABSENCE-OVERLAP
               IF WS-ABS-FOUND = "Y" THEN
                   DISPLAY ESC ERR "[!] " FUNCTION TRIM(WS-ABS-OWNER)
                   " already has an absence in that period" ESC RES
                   MOVE "22" TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-ABSENCE-WRITE
               END-IF
           END-IF.
       PROCEDURE-ABSENCE-OVERLAP.
           MOVE "N" TO WS-ABS-FOUND.
           OPEN INPUT ABSENCE-FILE.
           IF FS-ABSENCE = "00" THEN
               PERFORM UNTIL FS-ABSENCE NOT = "00"
                   READ ABSENCE-FILE
                       AT END MOVE "99" TO FS-ABSENCE
                   NOT AT END
                       IF ABS-OWNER = WS-ABS-OWNER
                           AND ABS-FROM <= WS-ABS-TO
                           AND ABS-TO >= WS-ABS-FROM THEN
                           MOVE "Y" TO WS-ABS-FOUND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.
       PROCEDURE-ABSENCE-WRITE.
           OPEN EXTEND ABSENCE-FILE.
           IF FS-ABSENCE = "35" THEN
               OPEN OUTPUT ABSENCE-FILE
           END-IF.
           IF FS-ABSENCE = "00" OR FS-ABSENCE = "05" THEN
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE SPACES TO ABSENCE-RECORD
               MOVE WS-ABS-OWNER TO ABS-OWNER
               MOVE WS-ABS-FROM TO ABS-FROM
               MOVE WS-ABS-TO TO ABS-TO
               MOVE WS-ABS-DELEGATE TO ABS-DELEGATE
               STRING WS-AUD-DATE DELIMITED BY SIZE
                   WS-AUD-TIME(1:6) DELIMITED BY SIZE
                   INTO ABS-STAMP
               MOVE WS-OPERATOR TO ABS-OPERATOR
               WRITE ABSENCE-RECORD
               CLOSE ABSENCE-FILE

               MOVE SPACES TO TASK-ID
               MOVE "ABSENCE" TO WS-AUD-ACTION
               PERFORM PROCEDURE-ABSENCE-AUDIT-KEY
               MOVE SPACES TO WS-AUD-AFTER
               STRING WS-ABS-FROM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ABS-TO DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-ABS-DELEGATE DELIMITED BY SPACE
                   INTO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG

               DISPLAY ESC SUC "[i] " FUNCTION TRIM(WS-ABS-OWNER)
               " is away " WS-ABS-FROM(1:4) "-" WS-ABS-FROM(5:2) "-"
               WS-ABS-FROM(7:2) " to " WS-ABS-TO(1:4) "-"
               WS-ABS-TO(5:2) "-" WS-ABS-TO(7:2) ", covered by "
               FUNCTION TRIM(WS-ABS-DELEGATE) "!" ESC RES
           ELSE
               DISPLAY ESC ERR "[!] could not open absence file "
               "(status " FS-ABSENCE ")" ESC RES
               MOVE FS-ABSENCE TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-ABSENCE-AUDIT-KEY.
           MOVE SPACES TO WS-AUD-BEFORE.
           STRING "owner " DELIMITED BY SIZE
               WS-ABS-OWNER DELIMITED BY SPACE
               INTO WS-AUD-BEFORE.
       PROCEDURE-ABSENCE-CANCEL.
           MOVE SPACES TO WS-ABS-FROM.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/2) owner:               " WITH NO ADVANCING
               ACCEPT WS-ABS-OWNER
               DISPLAY "(2/2) from YYYY-MM-DD      "
               DISPLAY "      (blank=all current): " WITH NO ADVANCING
               ACCEPT TP-STR-A
           ELSE
               MOVE WS-ARG-3 TO WS-ABS-OWNER
               MOVE WS-ARG-4 TO TP-STR-A
           END-IF.
           MOVE "Y" TO WS-ABS-OK.
           MOVE WS-ABS-OWNER TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-RESOLVE.
           MOVE WS-OWN-LOOKUP TO WS-ABS-OWNER.
           IF WS-ABS-OWNER = SPACES THEN
               DISPLAY ESC ERR "[!] owner is required" ESC RES
               MOVE "N" TO WS-ABS-OK
           ELSE IF TP-STR-A NOT = SPACES THEN
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID = "Y" THEN
                   MOVE TP-DATE TO WS-ABS-FROM
               ELSE
                   DISPLAY ESC ERR "[!] invalid from date - use "
                   "YYYY-MM-DD" ESC RES
                   MOVE "N" TO WS-ABS-OK
               END-IF
           END-IF.

           IF WS-ABS-OK NOT = "Y" THEN
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               MOVE 0 TO COUNTER
               MOVE 0 TO WS-ABX-COUNT
               MOVE "N" TO WS-ABX-OVERFLOW
               MOVE "absence.tmp" TO WS-ARCTMP-PATH
               OPEN INPUT ABSENCE-FILE
               IF FS-ABSENCE NOT = "00" THEN
                   CONTINUE
               ELSE
                   OPEN OUTPUT ARC-TEMP-FILE
                   IF FS-ARCTMP NOT = "00" THEN
                       DISPLAY ESC ERR "[!] could not create absence "
                       "work file (status " FS-ARCTMP ") - absences "
                       "unchanged" ESC RES
                       CLOSE ABSENCE-FILE
                       MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
                   ELSE
                       PERFORM PROCEDURE-ABSENCE-CANCEL-COPY
                   END-IF
               END-IF
               IF COUNTER = 0 AND WS-BATCH-FS-SAVE = "00" THEN
                   DISPLAY ESC ERR "[!] no matching absence for "
                   FUNCTION TRIM(WS-ABS-OWNER) ESC RES
                   MOVE "23" TO WS-BATCH-FS-SAVE
               ELSE IF WS-BATCH-FS-SAVE = "00" THEN
                   DISPLAY ESC SUC "[i] cancelled " COUNTER
                   " absence(s) for " FUNCTION TRIM(WS-ABS-OWNER) "!"
                   ESC RES
                   IF WS-ABX-OVERFLOW = "Y" THEN
                       DISPLAY ESC INF "[i] more than 200 matching "
                       "absences - rerun to cancel the rest" ESC RES
                   END-IF
               END-IF
           END-IF.
       PROCEDURE-ABSENCE-CANCEL-COPY.
           PERFORM UNTIL FS-ABSENCE NOT = "00"
               READ ABSENCE-FILE
                   AT END MOVE "99" TO FS-ABSENCE
               NOT AT END
                   MOVE "N" TO WS-ABS-FOUND
                   IF ABS-OWNER = WS-ABS-OWNER THEN
                       IF WS-ABS-FROM = SPACES THEN
                           IF ABS-TO >= WS-CURRENT-DATE THEN
                               MOVE "Y" TO WS-ABS-FOUND
                           END-IF
                       ELSE IF ABS-FROM = WS-ABS-FROM THEN
                           MOVE "Y" TO WS-ABS-FOUND
                       END-IF
                   END-IF
                   IF WS-ABS-FOUND = "Y" AND WS-ABX-COUNT >= 200 THEN
                       MOVE "Y" TO WS-ABX-OVERFLOW
                       MOVE "N" TO WS-ABS-FOUND
                   END-IF
                   IF WS-ABS-FOUND = "Y" THEN
                       ADD 1 TO COUNTER
                       ADD 1 TO WS-ABX-COUNT
                       MOVE ABS-FROM TO ABX-T-FROM(WS-ABX-COUNT)
                       MOVE ABS-TO TO ABX-T-TO(WS-ABX-COUNT)
                   ELSE
                       MOVE ABSENCE-RECORD TO ARC-TEMP-RECORD
                       WRITE ARC-TEMP-RECORD
                   END-IF
               END-READ
           END-PERFORM.
           MOVE FS-ABSENCE TO WS-ARCTMP-READ-FS.
           CLOSE ABSENCE-FILE.
           CLOSE ARC-TEMP-FILE.

           IF WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading absence file "
               "(status " WS-ARCTMP-READ-FS ") - absences unchanged"
               ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
           ELSE IF COUNTER > 0 THEN
               PERFORM PROCEDURE-ABSENCE-CANCEL-LOAD
           END-IF.
       PROCEDURE-ABSENCE-CANCEL-LOAD.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read absence work file "
               "(status " FS-ARCTMP ") - absences unchanged" ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
           ELSE
               OPEN OUTPUT ABSENCE-FILE
               IF FS-ABSENCE NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not rewrite absence "
                   "file (status " FS-ABSENCE ") - absences "
                   "unchanged" ESC RES
                   CLOSE ARC-TEMP-FILE
                   MOVE FS-ABSENCE TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-ABSENCE-CANCEL-WRITE
               END-IF
           END-IF.
       PROCEDURE-ABSENCE-CANCEL-WRITE.
           MOVE "00" TO WS-ABX-WRITE-FS.
           PERFORM UNTIL FS-ARCTMP NOT = "00"
               OR WS-ABX-WRITE-FS NOT = "00"
               READ ARC-TEMP-FILE
                   AT END MOVE "99" TO FS-ARCTMP
               NOT AT END
                   MOVE ARC-TEMP-RECORD TO ABSENCE-RECORD
                   WRITE ABSENCE-RECORD
                   MOVE FS-ABSENCE TO WS-ABX-WRITE-FS
               END-READ
           END-PERFORM.
           CLOSE ABSENCE-FILE.
           CLOSE ARC-TEMP-FILE.

           IF WS-ABX-WRITE-FS NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not write absence file "
               "(status " WS-ABX-WRITE-FS ") - absence.tmp holds the "
               "intended absences" ESC RES
               MOVE WS-ABX-WRITE-FS TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-ABSENCE-CANCEL-LOG
           END-IF.
       PROCEDURE-ABSENCE-CANCEL-LOG.
           MOVE SPACES TO TASK-ID.
           MOVE "ABSENCE" TO WS-AUD-ACTION.
           PERFORM VARYING WS-ABX-IDX FROM 1 BY 1
               UNTIL WS-ABX-IDX > WS-ABX-COUNT
               PERFORM PROCEDURE-ABSENCE-AUDIT-KEY
               MOVE SPACES TO WS-AUD-AFTER
               STRING ABX-T-FROM(WS-ABX-IDX) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ABX-T-TO(WS-ABX-IDX) DELIMITED BY SIZE
                   " cancelled" DELIMITED BY SIZE
                   INTO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG
           END-PERFORM.
       PROCEDURE-ABSENCE-LIST.
           DISPLAY
           ESC SUB "| " ESC H-2 "OWNER           "
           ESC SUB "| " ESC H-2 "FROM      "
           ESC SUB "| " ESC H-2 "TO        "
           ESC SUB "| " ESC H-2 "DELEGATE        "
           ESC SUB "| " ESC H-2 "STATE   "
           ESC SUB "|".
           DISPLAY
           "|------------------"
           "|------------"
           "|------------"
           "|------------------"
           "|----------|" ESC RES.
           MOVE 0 TO COUNTER.
           OPEN INPUT ABSENCE-FILE.
           IF FS-ABSENCE = "00" THEN
               PERFORM UNTIL FS-ABSENCE NOT = "00"
                   READ ABSENCE-FILE
                       AT END MOVE "99" TO FS-ABSENCE
                   NOT AT END
                       ADD 1 TO COUNTER
                       IF ABS-TO < WS-CURRENT-DATE THEN
                           MOVE "ENDED" TO WS-ABS-STATE
                       ELSE IF ABS-FROM > WS-CURRENT-DATE THEN
                           MOVE "FUTURE" TO WS-ABS-STATE
                       ELSE
                           MOVE "AWAY" TO WS-ABS-STATE
                       END-IF
                       DISPLAY ESC SUB "| " ESC RES
                       ABS-OWNER ESC SUB " | " ESC RES
                       ABS-FROM(1:4) "-" ABS-FROM(5:2) "-"
                       ABS-FROM(7:2) ESC SUB " | " ESC RES
                       ABS-TO(1:4) "-" ABS-TO(5:2) "-"
                       ABS-TO(7:2) ESC SUB " | " ESC RES
                       ABS-DELEGATE ESC SUB " | " ESC RES
                       WS-ABS-STATE ESC SUB " |" ESC RES
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY ESC SUB "absences: " COUNTER ESC RES.
       PROCEDURE-HANDOVER.
           DISPLAY ESC H-1 "HANDOVER TASKS" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE "handover" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-HANDOVER-RUN
           END-IF.

           DISPLAY " ".
       PROCEDURE-HANDOVER-RUN.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/3) from owner:          " WITH NO ADVANCING
               ACCEPT WS-HND-FROM
               DISPLAY "(2/3) to owner:            " WITH NO ADVANCING
               ACCEPT WS-HND-TO
               DISPLAY "(3/3) due FROM [TO]        "
               DISPLAY "      (blank=all):         " WITH NO ADVANCING
               ACCEPT TP-STR-A
           ELSE
               MOVE WS-ARG-2 TO WS-HND-FROM
               MOVE WS-ARG-3 TO WS-HND-TO
               MOVE SPACES TO TP-STR-A
               STRING WS-ARG-4 DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-ARG-5 DELIMITED BY SPACE
                   INTO TP-STR-A
           END-IF.

           MOVE "Y" TO WS-HND-OK.
           PERFORM PROCEDURE-DATE-RANGE.
           IF WS-RNG-OK NOT = "Y" THEN
               DISPLAY ESC ERR "[!] invalid due range - use "
               "YYYY-MM-DD [YYYY-MM-DD]" ESC RES
               MOVE "N" TO WS-HND-OK
           END-IF.

           MOVE WS-HND-FROM TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-RESOLVE.
           MOVE WS-OWN-LOOKUP TO WS-HND-FROM.
           MOVE WS-HND-TO TO WS-OWN-LOOKUP.
           PERFORM PROCEDURE-OWNER-VALIDATE.
           IF WS-HND-FROM = SPACES THEN
               DISPLAY ESC ERR "[!] from owner is required" ESC RES
               MOVE "N" TO WS-HND-OK
           ELSE IF WS-HND-TO = SPACES OR WS-OWN-VALID NOT = "Y" THEN
               DISPLAY ESC ERR "[!] to owner must be a registered, "
               "active owner" ESC RES
               MOVE "N" TO WS-HND-OK
           ELSE IF FUNCTION LOWER-CASE(WS-OWN-LOOKUP) =
               FUNCTION LOWER-CASE(WS-HND-FROM) THEN
               DISPLAY ESC ERR "[!] from and to owner are the same"
               ESC RES
               MOVE "N" TO WS-HND-OK
           ELSE
               MOVE WS-OWN-LOOKUP TO WS-HND-TO
           END-IF.

           IF WS-HND-OK NOT = "Y" THEN
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               MOVE 0 TO WS-HND-COUNT
               PERFORM PROCEDURE-TASK-OPEN-IO
               IF WS-TASK-OPEN-OK = "Y" THEN
                   PERFORM PROCEDURE-HANDOVER-SCAN
                   CLOSE TASK-FILE
                   DISPLAY ESC SUC "[i] handed over " WS-HND-COUNT
                   " task(s) from " FUNCTION TRIM(WS-HND-FROM) " to "
                   FUNCTION TRIM(WS-HND-TO) "!" ESC RES
               END-IF
           END-IF.
       PROCEDURE-DATE-RANGE.
           MOVE "Y" TO WS-RNG-OK.
           MOVE "00000000" TO WS-RNG-LO.
           MOVE "99999999" TO WS-RNG-HI.
           MOVE SPACES TO TP-STR-B.
           MOVE SPACES TO TP-STR-C.
           UNSTRING TP-STR-A DELIMITED BY ALL SPACE
               INTO TP-STR-B TP-STR-C.
           IF TP-STR-B NOT = SPACES THEN
               MOVE TP-STR-B TO TP-STR-A
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID = "Y" THEN
                   MOVE TP-DATE TO WS-RNG-LO
               ELSE
                   MOVE "N" TO WS-RNG-OK
               END-IF
           END-IF.
           IF TP-STR-C NOT = SPACES THEN
               MOVE TP-STR-C TO TP-STR-A
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID = "Y" THEN
                   MOVE TP-DATE TO WS-RNG-HI
               ELSE
                   MOVE "N" TO WS-RNG-OK
               END-IF
           END-IF.
           IF WS-RNG-HI < WS-RNG-LO THEN
               MOVE "N" TO WS-RNG-OK
           END-IF.
       PROCEDURE-HANDOVER-SCAN.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE 0 TO WS-LOCK-TRIES.
           PERFORM UNTIL FS-TASK NOT = "00" AND FS-TASK NOT = "02"
               READ TASK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                       MOVE '99' TO FS-TASK
               NOT AT END
                   MOVE 0 TO WS-LOCK-TRIES
                   IF TASK-STATUS NOT = 2 AND TASK-STATUS NOT = 4
                       AND FUNCTION LOWER-CASE(TASK-OWNER) =
                       FUNCTION LOWER-CASE(WS-HND-FROM)
                       AND TASK-DATE >= WS-RNG-LO
                       AND TASK-DATE <= WS-RNG-HI THEN
                       MOVE SPACES TO WS-AUD-BEFORE
                       STRING "OWNER " DELIMITED BY SIZE
                           TASK-OWNER DELIMITED BY SIZE
                           INTO WS-AUD-BEFORE
                       MOVE WS-HND-TO TO TASK-OWNER
                       REWRITE TASK-RECORD
                       IF FS-TASK = "00" OR FS-TASK = "02" THEN
                           ADD 1 TO WS-HND-COUNT
                           MOVE "HANDOVER" TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-AFTER
                           STRING "OWNER " DELIMITED BY SIZE
                               WS-HND-TO DELIMITED BY SIZE
                               INTO WS-AUD-AFTER
                           PERFORM PROCEDURE-AUDIT-LOG
                       ELSE
                           DISPLAY ESC ERR "[!] could not update task "
                           TASK-ID " (status " FS-TASK ")" ESC RES
                           MOVE FS-TASK TO WS-BATCH-FS-SAVE
                           MOVE "00" TO FS-TASK
                       END-IF
                   END-IF
               END-READ
               PERFORM PROCEDURE-SCAN-LOCK-RETRY
           END-PERFORM.
       PROCEDURE-ABSENCE-LOAD.
           MOVE 0 TO WS-ABS-COUNT.
           OPEN INPUT ABSENCE-FILE.
           IF FS-ABSENCE = "00" THEN
               PERFORM UNTIL FS-ABSENCE NOT = "00"
                   READ ABSENCE-FILE
                       AT END MOVE "99" TO FS-ABSENCE
                   NOT AT END
                       IF ABS-FROM <= WS-CURRENT-DATE
                           AND ABS-TO >= WS-CURRENT-DATE
                           AND ABS-OWNER NOT = SPACES THEN
                           IF WS-ABS-COUNT < 200 THEN
                               ADD 1 TO WS-ABS-COUNT
                               MOVE ABS-OWNER
                                   TO ABS-T-OWNER(WS-ABS-COUNT)
                               MOVE ABS-TO TO ABS-T-TO(WS-ABS-COUNT)
                               MOVE ABS-DELEGATE
                                   TO ABS-T-DELEGATE(WS-ABS-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.
       PROCEDURE-ABSENCE-ROUTE.
           MOVE SPACES TO WS-ABS-COVER.
           MOVE 0 TO WS-ABS-HOPS.
           MOVE "Y" TO WS-ABS-MORE.
           PERFORM UNTIL WS-ABS-MORE NOT = "Y"
               MOVE "N" TO WS-ABS-MORE
               MOVE "N" TO WS-ABS-FOUND
               PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > WS-ABS-COUNT
                   OR WS-ABS-FOUND = "Y"
                   IF ABS-T-OWNER(WS-ABS-IDX) = WS-RMD-OWNER THEN
                       MOVE "Y" TO WS-ABS-FOUND
                       IF WS-ABS-COVER = SPACES THEN
                           MOVE WS-RMD-OWNER TO WS-ABS-COVER
                           MOVE ABS-T-TO(WS-ABS-IDX) TO WS-ABS-UNTIL
                       END-IF
                       MOVE ABS-T-DELEGATE(WS-ABS-IDX) TO WS-RMD-OWNER
                       ADD 1 TO WS-ABS-HOPS
                       IF WS-ABS-HOPS < 5
                           AND WS-RMD-OWNER NOT = WS-ABS-COVER THEN
                           MOVE "Y" TO WS-ABS-MORE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       PROCEDURE-CONVERT.
           DISPLAY ESC H-1 "CONVERT DATA FILES" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-OPERATOR = SPACES THEN
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "DOOS_OPERATOR"
           END-IF.
           IF WS-OPERATOR = SPACES THEN
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           MOVE 0 TO WS-CNV-COUNT.
           MOVE "tasks" TO WS-CNV-NAME.
           PERFORM PROCEDURE-CONVERT-FILE.
           MOVE "notes" TO WS-CNV-NAME.
           PERFORM PROCEDURE-CONVERT-FILE.
           MOVE "worklog" TO WS-CNV-NAME.
           PERFORM PROCEDURE-CONVERT-FILE.
           MOVE "owners" TO WS-CNV-NAME.
           PERFORM PROCEDURE-CONVERT-FILE.

           DISPLAY " ".
           IF WS-BATCH-FS-SAVE = "00" THEN
               DISPLAY ESC SUC "[i] " WS-CNV-COUNT " file(s) "
               "converted" ESC RES
           ELSE
               DISPLAY ESC ERR "[!] conversion incomplete - correct "
               "the error and rerun convert" ESC RES
           END-IF.
           DISPLAY " ".
       PROCEDURE-CONVERT-FILE.
           MOVE "Y" TO WS-CNV-OK.
           MOVE SPACES TO WS-ARCTMP-PATH.
           STRING WS-CNV-NAME DELIMITED BY SPACE
               ".cnv" DELIMITED BY SIZE
               INTO WS-ARCTMP-PATH.
           PERFORM PROCEDURE-CONVERT-CHECK.
           IF WS-CNV-READY = "Y" THEN
               DISPLAY ESC INF "[i] " FUNCTION TRIM(WS-CNV-NAME)
               ": completing an unfinished conversion" ESC RES
               PERFORM PROCEDURE-CONVERT-RELOAD
           ELSE
               PERFORM PROCEDURE-CONVERT-START
           END-IF.
       PROCEDURE-CONVERT-CHECK.
           MOVE "N" TO WS-CNV-READY.
           MOVE 0 TO WS-CNV-ROWS.
           MOVE 0 TO WS-CNV-READ.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP = "00" THEN
               PERFORM UNTIL FS-ARCTMP NOT = "00"
                   READ ARC-TEMP-FILE
                       AT END MOVE "99" TO FS-ARCTMP
                   NOT AT END
                       IF ARC-TEMP-RECORD(1:1) = "D" THEN
                           ADD 1 TO WS-CNV-ROWS
                       ELSE IF ARC-TEMP-RECORD(1:1) = "T"
                           AND ARC-TEMP-RECORD(2:8) IS NUMERIC THEN
                           MOVE ARC-TEMP-RECORD(2:8) TO WS-CNV-READ
                           IF WS-CNV-READ = WS-CNV-ROWS THEN
                               MOVE "Y" TO WS-CNV-READY
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARC-TEMP-FILE
               IF WS-CNV-READY NOT = "Y" THEN
                   CALL "CBL_DELETE_FILE" USING WS-ARCTMP-PATH
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       PROCEDURE-CONVERT-START.
           PERFORM PROCEDURE-CONVERT-PROBE.
           IF WS-CNV-FS = "00" THEN
               DISPLAY "[i] " FUNCTION TRIM(WS-CNV-NAME)
               ": already in the current layout"
           ELSE IF WS-CNV-FS = "35" THEN
               DISPLAY "[i] " FUNCTION TRIM(WS-CNV-NAME)
               ": not present - nothing to convert"
           ELSE IF WS-CNV-FS = "39" THEN
               PERFORM PROCEDURE-CONVERT-UNLOAD
               IF WS-CNV-OK = "Y" THEN
                   PERFORM PROCEDURE-CONVERT-RELOAD
               END-IF
           ELSE
               DISPLAY ESC ERR "[!] " FUNCTION TRIM(WS-CNV-NAME)
               ": could not open (status " WS-CNV-FS ")" ESC RES
               PERFORM PROCEDURE-CONVERT-FAIL
           END-IF.
       PROCEDURE-CONVERT-FAIL.
           MOVE "N" TO WS-CNV-OK.
           IF WS-BATCH-FS-SAVE = "00" THEN
               MOVE WS-CNV-FS TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-CONVERT-PROBE.
           IF WS-CNV-NAME = "tasks" THEN
               OPEN INPUT TASK-FILE
               MOVE FS-TASK TO WS-CNV-FS
               IF FS-TASK = "00" THEN
                   CLOSE TASK-FILE
               END-IF
           ELSE IF WS-CNV-NAME = "notes" THEN
               OPEN INPUT NOTES-FILE
               MOVE FS-NOTES TO WS-CNV-FS
               IF FS-NOTES = "00" THEN
                   CLOSE NOTES-FILE
               END-IF
           ELSE IF WS-CNV-NAME = "worklog" THEN
               OPEN INPUT WORKLOG-FILE
               MOVE FS-WORKLOG TO WS-CNV-FS
               IF FS-WORKLOG = "00" THEN
                   CLOSE WORKLOG-FILE
               END-IF
           ELSE
               OPEN INPUT OWNER-FILE
               MOVE FS-OWNER TO WS-CNV-FS
               IF FS-OWNER = "00" THEN
                   CLOSE OWNER-FILE
               END-IF
           END-IF.
       PROCEDURE-CONVERT-UNLOAD.
           IF WS-CNV-NAME = "tasks" THEN
               OPEN INPUT CNV-TASK-FILE
           ELSE IF WS-CNV-NAME = "notes" THEN
               OPEN INPUT CNV-NOTES-FILE
           ELSE IF WS-CNV-NAME = "worklog" THEN
               OPEN INPUT CNV-WORKLOG-FILE
           ELSE
               OPEN INPUT CNV-OWNER-FILE
           END-IF.
           MOVE FS-CNV TO WS-CNV-FS.
           IF WS-CNV-FS NOT = "00" THEN
               DISPLAY ESC ERR "[!] " FUNCTION TRIM(WS-CNV-NAME)
               ": not in the previous layout either (status "
               WS-CNV-FS ") - left unchanged" ESC RES
               PERFORM PROCEDURE-CONVERT-FAIL
           ELSE
               OPEN OUTPUT ARC-TEMP-FILE
               IF FS-ARCTMP NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create work file "
                   FUNCTION TRIM(WS-ARCTMP-PATH) " (status "
                   FS-ARCTMP ")" ESC RES
                   MOVE FS-ARCTMP TO WS-CNV-FS
                   PERFORM PROCEDURE-CONVERT-FAIL
               ELSE
                   PERFORM PROCEDURE-CONVERT-UNLOAD-COPY
                   CLOSE ARC-TEMP-FILE
               END-IF
               PERFORM PROCEDURE-CONVERT-OLD-CLOSE
           END-IF.
           IF WS-CNV-OK NOT = "Y" THEN
               CALL "CBL_DELETE_FILE" USING WS-ARCTMP-PATH
               MOVE 0 TO RETURN-CODE
           END-IF.
       PROCEDURE-CONVERT-UNLOAD-COPY.
           MOVE 0 TO WS-CNV-READ.
           PERFORM UNTIL WS-CNV-FS NOT = "00" OR WS-CNV-OK NOT = "Y"
               PERFORM PROCEDURE-CONVERT-OLD-READ
               IF WS-CNV-FS = "00" THEN
                   WRITE ARC-TEMP-RECORD
                   IF FS-ARCTMP NOT = "00" THEN
                       DISPLAY ESC ERR "[!] could not write work file "
                       FUNCTION TRIM(WS-ARCTMP-PATH) " (status "
                       FS-ARCTMP ")" ESC RES
                       MOVE FS-ARCTMP TO WS-CNV-FS
                       PERFORM PROCEDURE-CONVERT-FAIL
                   ELSE
                       ADD 1 TO WS-CNV-READ
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CNV-OK = "Y" AND WS-CNV-FS NOT = "10" THEN
               DISPLAY ESC ERR "[!] " FUNCTION TRIM(WS-CNV-NAME)
               ": read error in the previous layout (status "
               WS-CNV-FS ") - left unchanged" ESC RES
               PERFORM PROCEDURE-CONVERT-FAIL
           END-IF.
           IF WS-CNV-OK = "Y" THEN
               MOVE SPACES TO ARC-TEMP-RECORD
               MOVE "T" TO ARC-TEMP-RECORD(1:1)
               MOVE WS-CNV-READ TO ARC-TEMP-RECORD(2:8)
               WRITE ARC-TEMP-RECORD
               IF FS-ARCTMP NOT = "00" THEN
                   MOVE FS-ARCTMP TO WS-CNV-FS
                   PERFORM PROCEDURE-CONVERT-FAIL
               END-IF
           END-IF.
       PROCEDURE-CONVERT-OLD-READ.
           MOVE SPACES TO ARC-TEMP-RECORD.
           MOVE "D" TO ARC-TEMP-RECORD(1:1).
           IF WS-CNV-NAME = "tasks" THEN
               READ CNV-TASK-FILE NEXT
                   AT END MOVE "10" TO FS-CNV
               END-READ
               MOVE CNV-TASK-RECORD TO ARC-TEMP-RECORD(2:130)
           ELSE IF WS-CNV-NAME = "notes" THEN
               READ CNV-NOTES-FILE NEXT
                   AT END MOVE "10" TO FS-CNV
               END-READ
               MOVE CNV-NOTE-RECORD TO ARC-TEMP-RECORD(2:114)
           ELSE IF WS-CNV-NAME = "worklog" THEN
               READ CNV-WORKLOG-FILE NEXT
                   AT END MOVE "10" TO FS-CNV
               END-READ
               MOVE CNV-WLOG-RECORD TO ARC-TEMP-RECORD(2:103)
           ELSE
               READ CNV-OWNER-FILE NEXT
                   AT END MOVE "10" TO FS-CNV
               END-READ
               MOVE CNV-OWNER-RECORD TO ARC-TEMP-RECORD(2:85)
           END-IF.
           MOVE FS-CNV TO WS-CNV-FS.
       PROCEDURE-CONVERT-OLD-CLOSE.
           IF WS-CNV-NAME = "tasks" THEN
               CLOSE CNV-TASK-FILE
           ELSE IF WS-CNV-NAME = "notes" THEN
               CLOSE CNV-NOTES-FILE
           ELSE IF WS-CNV-NAME = "worklog" THEN
               CLOSE CNV-WORKLOG-FILE
           ELSE
               CLOSE CNV-OWNER-FILE
           END-IF.
       PROCEDURE-CONVERT-RELOAD.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read work file "
               FUNCTION TRIM(WS-ARCTMP-PATH) " (status " FS-ARCTMP
               ")" ESC RES
               MOVE FS-ARCTMP TO WS-CNV-FS
               PERFORM PROCEDURE-CONVERT-FAIL
           ELSE
               PERFORM PROCEDURE-CONVERT-NEW-OPEN
               IF WS-CNV-FS NOT = "00" THEN
                   DISPLAY ESC ERR "[!] " FUNCTION TRIM(WS-CNV-NAME)
                   ": could not recreate (status " WS-CNV-FS ") - "
                   "rerun convert" ESC RES
                   CLOSE ARC-TEMP-FILE
                   PERFORM PROCEDURE-CONVERT-FAIL
               ELSE
                   PERFORM PROCEDURE-CONVERT-RELOAD-COPY
                   PERFORM PROCEDURE-CONVERT-NEW-CLOSE
                   CLOSE ARC-TEMP-FILE
               END-IF
           END-IF.
           IF WS-CNV-OK = "Y" AND WS-CNV-WRITTEN NOT = WS-CNV-READ
               THEN
               DISPLAY ESC ERR "[!] " FUNCTION TRIM(WS-CNV-NAME)
               ": " WS-CNV-WRITTEN " of " WS-CNV-READ " record(s) "
               "written - rerun convert" ESC RES
               MOVE "30" TO WS-CNV-FS
               PERFORM PROCEDURE-CONVERT-FAIL
           END-IF.
           IF WS-CNV-OK = "Y" THEN
               CALL "CBL_DELETE_FILE" USING WS-ARCTMP-PATH
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-CNV-COUNT
               DISPLAY ESC SUC "[i] " FUNCTION TRIM(WS-CNV-NAME)
               ": " WS-CNV-WRITTEN " record(s) converted" ESC RES
               MOVE SPACES TO TASK-ID
               MOVE "CONVERT" TO WS-AUD-ACTION
               MOVE WS-CNV-NAME TO WS-AUD-BEFORE
               MOVE SPACES TO WS-AUD-AFTER
               STRING WS-CNV-WRITTEN DELIMITED BY SIZE
                   " records in the current layout" DELIMITED BY SIZE
                   INTO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG
           END-IF.
       PROCEDURE-CONVERT-RELOAD-COPY.
           MOVE 0 TO WS-CNV-WRITTEN.
           PERFORM UNTIL FS-ARCTMP NOT = "00" OR WS-CNV-OK NOT = "Y"
               READ ARC-TEMP-FILE
                   AT END MOVE "99" TO FS-ARCTMP
               NOT AT END
                   IF ARC-TEMP-RECORD(1:1) = "D" THEN
                       PERFORM PROCEDURE-CONVERT-NEW-WRITE
                       IF WS-CNV-FS NOT = "00"
                           AND WS-CNV-FS NOT = "02" THEN
                           DISPLAY ESC ERR "[!] "
                           FUNCTION TRIM(WS-CNV-NAME)
                           ": write failed (status " WS-CNV-FS
                           ") - rerun convert" ESC RES
                           PERFORM PROCEDURE-CONVERT-FAIL
                       ELSE
                           ADD 1 TO WS-CNV-WRITTEN
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
       PROCEDURE-CONVERT-NEW-OPEN.
           IF WS-CNV-NAME = "tasks" THEN
               OPEN OUTPUT TASK-FILE
               MOVE FS-TASK TO WS-CNV-FS
           ELSE IF WS-CNV-NAME = "notes" THEN
               OPEN OUTPUT NOTES-FILE
               MOVE FS-NOTES TO WS-CNV-FS
           ELSE IF WS-CNV-NAME = "worklog" THEN
               OPEN OUTPUT WORKLOG-FILE
               MOVE FS-WORKLOG TO WS-CNV-FS
           ELSE
               OPEN OUTPUT OWNER-FILE
               MOVE FS-OWNER TO WS-CNV-FS
           END-IF.
       PROCEDURE-CONVERT-NEW-WRITE.
           IF WS-CNV-NAME = "tasks" THEN
               MOVE SPACES TO TASK-RECORD
               MOVE ARC-TEMP-RECORD(2:130) TO TASK-RECORD(1:130)
               MOVE "N" TO TASK-APPROVAL
               WRITE TASK-RECORD
               MOVE FS-TASK TO WS-CNV-FS
           ELSE IF WS-CNV-NAME = "notes" THEN
               MOVE SPACES TO NOTE-RECORD
               MOVE ARC-TEMP-RECORD(2:114) TO NOTE-RECORD(1:114)
               WRITE NOTE-RECORD
               MOVE FS-NOTES TO WS-CNV-FS
           ELSE IF WS-CNV-NAME = "worklog" THEN
               MOVE SPACES TO WLOG-RECORD
               MOVE ARC-TEMP-RECORD(2:103) TO WLOG-RECORD(1:103)
               WRITE WLOG-RECORD
               MOVE FS-WORKLOG TO WS-CNV-FS
           ELSE
               MOVE SPACES TO OWNER-RECORD
               MOVE ARC-TEMP-RECORD(2:85) TO OWNER-RECORD(1:85)
               MOVE "N" TO OWN-ADMIN
               WRITE OWNER-RECORD
               MOVE FS-OWNER TO WS-CNV-FS
           END-IF.
       PROCEDURE-CONVERT-NEW-CLOSE.
           IF WS-CNV-NAME = "tasks" THEN
               CLOSE TASK-FILE
           ELSE IF WS-CNV-NAME = "notes" THEN
               CLOSE NOTES-FILE
           ELSE IF WS-CNV-NAME = "worklog" THEN
               CLOSE WORKLOG-FILE
           ELSE
               CLOSE OWNER-FILE
           END-IF.
       PROCEDURE-BACKUP.
           DISPLAY ESC H-1 "BACKUP DATA FILES" ESC RES. DISPLAY " ".

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           STRING WS-AUD-DATE DELIMITED BY SIZE
               WS-AUD-TIME(1:6) DELIMITED BY SIZE
               INTO WS-BK-STAMP.
           MOVE "Y" TO WS-BK-OK.

           MOVE SPACES TO WS-BK-TASK-PATH.
           STRING "backup-" DELIMITED BY SIZE
               WS-BK-STAMP DELIMITED BY SIZE
               "-tasks" DELIMITED BY SIZE
               INTO WS-BK-TASK-PATH.
           MOVE 0 TO WS-BK-COUNT.
           OPEN INPUT TASK-FILE.
           IF FS-TASK NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read task file (status "
               FS-TASK ") - backup aborted" ESC RES
               MOVE "N" TO WS-BK-OK
               MOVE FS-TASK TO WS-BATCH-FS-SAVE
           ELSE
               OPEN OUTPUT BACKUP-TASK-FILE
               IF FS-BK-TASK NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create task "
                   "snapshot (status " FS-BK-TASK ") - backup "
                   "aborted" ESC RES
                   MOVE "N" TO WS-BK-OK
                   MOVE FS-BK-TASK TO WS-BATCH-FS-SAVE
                   CLOSE TASK-FILE
               ELSE
                   PERFORM UNTIL FS-TASK NOT = '00'
                       READ TASK-FILE NEXT
                           AT END MOVE '99' TO FS-TASK
                       NOT AT END
                           MOVE TASK-RECORD TO BK-TASK-RECORD
                           WRITE BK-TASK-RECORD
                           IF FS-BK-TASK NOT = "00" THEN
                               MOVE "N" TO WS-BK-OK
                           END-IF
                           ADD 1 TO WS-BK-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-TASK-FILE
                   CLOSE TASK-FILE
                   IF WS-BK-OK = "N" THEN
                       DISPLAY ESC ERR "[!] task snapshot write "
                       "failed - backup aborted" ESC RES
                   ELSE
                       DISPLAY "task file:    " WS-BK-COUNT
                       " record(s)"
                   END-IF
               END-IF
           END-IF.

           IF WS-BK-OK = "Y" THEN
               MOVE SPACES TO WS-BK-SEQ-PATH
               STRING "backup-" DELIMITED BY SIZE
                   WS-BK-STAMP DELIMITED BY SIZE
                   "-audit" DELIMITED BY SIZE
                   INTO WS-BK-SEQ-PATH
               MOVE 0 TO WS-BK-COUNT
               MOVE "audit" TO WS-AUDIT-PATH
               OPEN INPUT AUDIT-FILE
               IF FS-AUDIT = "00" THEN
                   OPEN OUTPUT BACKUP-SEQ-FILE
                   IF FS-BK-SEQ NOT = "00" THEN
                       DISPLAY ESC ERR "[!] could not create audit "
                       "snapshot (status " FS-BK-SEQ ")" ESC RES
                       MOVE "N" TO WS-BK-OK
                       CLOSE AUDIT-FILE
                   ELSE
                       PERFORM UNTIL FS-AUDIT NOT = "00"
                           READ AUDIT-FILE
                               AT END MOVE "99" TO FS-AUDIT
                           NOT AT END
                               MOVE AUDIT-RECORD TO BK-SEQ-RECORD
                               WRITE BK-SEQ-RECORD
                               IF FS-BK-SEQ NOT = "00" THEN
                                   MOVE "N" TO WS-BK-OK
                               END-IF
                               ADD 1 TO WS-BK-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE BACKUP-SEQ-FILE
                       CLOSE AUDIT-FILE
                       IF WS-BK-OK = "N" THEN
                           DISPLAY ESC ERR "[!] audit snapshot "
                           "write failed" ESC RES
                       ELSE
                           DISPLAY "audit file:   " WS-BK-COUNT
                           " record(s)"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "audit file:   (none)"
               END-IF

               MOVE SPACES TO WS-BK-SEQ-PATH
               STRING "backup-" DELIMITED BY SIZE
                   WS-BK-STAMP DELIMITED BY SIZE
                   "-archive" DELIMITED BY SIZE
                   INTO WS-BK-SEQ-PATH
               MOVE 0 TO WS-BK-COUNT
               OPEN INPUT ARCHIVE-FILE
               IF FS-ARCHIVE = "00" THEN
                   OPEN OUTPUT BACKUP-SEQ-FILE
                   IF FS-BK-SEQ NOT = "00" THEN
                       DISPLAY ESC ERR "[!] could not create archive "
                       "snapshot (status " FS-BK-SEQ ")" ESC RES
                       MOVE "N" TO WS-BK-OK
                       CLOSE ARCHIVE-FILE
                   ELSE
                       PERFORM UNTIL FS-ARCHIVE NOT = "00"
                           READ ARCHIVE-FILE
                               AT END MOVE "99" TO FS-ARCHIVE
                           NOT AT END
                               MOVE ARCHIVE-RECORD TO BK-SEQ-RECORD
                               WRITE BK-SEQ-RECORD
                               IF FS-BK-SEQ NOT = "00" THEN
                                   MOVE "N" TO WS-BK-OK
                               END-IF
                               ADD 1 TO WS-BK-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE BACKUP-SEQ-FILE
                       CLOSE ARCHIVE-FILE
                       IF WS-BK-OK = "N" THEN
                           DISPLAY ESC ERR "[!] archive snapshot "
                           "write failed" ESC RES
                       ELSE
                           DISPLAY "archive file: " WS-BK-COUNT
                           " record(s)"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "archive file: (none)"
               END-IF
           END-IF.

           IF WS-BK-OK = "Y" THEN
               OPEN EXTEND BACKUP-CATALOG
               IF FS-BK-CAT = "35" THEN
                   OPEN OUTPUT BACKUP-CATALOG
               END-IF
               IF FS-BK-CAT = "00" OR FS-BK-CAT = "05" THEN
                   MOVE WS-BK-STAMP TO BK-CAT-RECORD
                   WRITE BK-CAT-RECORD
                   CLOSE BACKUP-CATALOG
                   DISPLAY " "
                   DISPLAY ESC SUC "snapshot " WS-BK-STAMP " complete"
                   ESC RES
               ELSE
                   DISPLAY " "
                   DISPLAY ESC ERR "[!] could not update backup "
                   "catalog (status " FS-BK-CAT ") - snapshot "
                   WS-BK-STAMP " written but not listed for restore"
                   ESC RES
                   MOVE FS-BK-CAT TO WS-BATCH-FS-SAVE
               END-IF
           ELSE
               DISPLAY " "
               DISPLAY ESC ERR "backup failed - snapshot "
               WS-BK-STAMP " not catalogued" ESC RES
               IF WS-BATCH-FS-SAVE = "00" THEN
                   MOVE "30" TO WS-BATCH-FS-SAVE
               END-IF
           END-IF.

           DISPLAY " ".
       PROCEDURE-RESTORE.
           DISPLAY ESC H-1 "RESTORE FROM BACKUP" ESC RES. DISPLAY " ".
           MOVE "restore" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-RESTORE-PICK
           END-IF.
       PROCEDURE-RESTORE-PICK.
           MOVE 0 TO WS-BK-COUNT.
           OPEN INPUT BACKUP-CATALOG.
           IF FS-BK-CAT NOT = "00" THEN
               DISPLAY ESC ERR "[!] no backups found" ESC RES
           ELSE
               DISPLAY ESC H-2 "available snapshots" ESC RES
               PERFORM UNTIL FS-BK-CAT NOT = "00"
                   READ BACKUP-CATALOG
                       AT END MOVE "99" TO FS-BK-CAT
                   NOT AT END
                       ADD 1 TO WS-BK-COUNT
                       DISPLAY "  " BK-CAT-RECORD(1:4) "-"
                       BK-CAT-RECORD(5:2) "-" BK-CAT-RECORD(7:2) " "
                       BK-CAT-RECORD(9:2) ":" BK-CAT-RECORD(11:2)
                       ":" BK-CAT-RECORD(13:2)
                       "  (" BK-CAT-RECORD ")"
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG
           END-IF.

           IF WS-BK-COUNT > 0 THEN
               DISPLAY " "
               DISPLAY "restore which snapshot?    " WITH NO ADVANCING
               ACCEPT TP-STR-A
               MOVE TP-STR-A(1:14) TO WS-BK-STAMP

               MOVE "N" TO WS-BK-FOUND
               OPEN INPUT BACKUP-CATALOG
               PERFORM UNTIL FS-BK-CAT NOT = "00"
                   READ BACKUP-CATALOG
                       AT END MOVE "99" TO FS-BK-CAT
                   NOT AT END
                       IF BK-CAT-RECORD = WS-BK-STAMP THEN
                           MOVE "Y" TO WS-BK-FOUND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG

               IF WS-BK-FOUND = "N" THEN
                   DISPLAY ESC ERR "[!] snapshot not found" ESC RES
               ELSE
                   DISPLAY "this overwrites the current task, audit "
                   "and archive files."
                   DISPLAY "continue? (Y/N):           "
                   WITH NO ADVANCING
                   ACCEPT TP-STR-C
                   IF FUNCTION UPPER-CASE(TP-STR-C(1:1)) = "Y" THEN
                       PERFORM PROCEDURE-RESTORE-RUN
                   ELSE
                       DISPLAY ESC INF "[i] restore cancelled" ESC RES
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
       PROCEDURE-RESTORE-RUN.
           MOVE SPACES TO WS-BK-TASK-PATH.
           STRING "backup-" DELIMITED BY SIZE
               WS-BK-STAMP DELIMITED BY SIZE
               "-tasks" DELIMITED BY SIZE
               INTO WS-BK-TASK-PATH.
           MOVE 0 TO WS-BK-COUNT.
           OPEN INPUT BACKUP-TASK-FILE.
           IF FS-BK-TASK NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read task snapshot - "
               "restore aborted" ESC RES
           ELSE
               OPEN OUTPUT TASK-FILE
               IF FS-TASK NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not recreate task file "
                   "(status " FS-TASK ") - restore aborted" ESC RES
                   CLOSE BACKUP-TASK-FILE
               ELSE
                   PERFORM PROCEDURE-RESTORE-LOAD
               END-IF
           END-IF.
       PROCEDURE-RESTORE-LOAD.
           PERFORM UNTIL FS-BK-TASK NOT = "00"
                   READ BACKUP-TASK-FILE
                       AT END MOVE "99" TO FS-BK-TASK
                   NOT AT END
                       MOVE BK-TASK-RECORD TO TASK-RECORD
                       WRITE TASK-RECORD
                           INVALID KEY
                               DISPLAY ESC ERR "[!] could not restore "
                               FUNCTION TRIM(TASK-ID) ESC RES
                           NOT INVALID KEY
                               ADD 1 TO WS-BK-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
               CLOSE BACKUP-TASK-FILE
               DISPLAY "task file:    " WS-BK-COUNT " record(s)"

               MOVE SPACES TO WS-BK-SEQ-PATH
               STRING "backup-" DELIMITED BY SIZE
                   WS-BK-STAMP DELIMITED BY SIZE
                   "-audit" DELIMITED BY SIZE
                   INTO WS-BK-SEQ-PATH
               MOVE 0 TO WS-BK-COUNT
               OPEN INPUT BACKUP-SEQ-FILE
               IF FS-BK-SEQ = "00" THEN
                   MOVE "audit" TO WS-AUDIT-PATH
                   OPEN OUTPUT AUDIT-FILE
                   PERFORM UNTIL FS-BK-SEQ NOT = "00"
                       READ BACKUP-SEQ-FILE
                           AT END MOVE "99" TO FS-BK-SEQ
                       NOT AT END
                           MOVE BK-SEQ-RECORD TO AUDIT-RECORD
                           WRITE AUDIT-RECORD
                           ADD 1 TO WS-BK-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
                   CLOSE BACKUP-SEQ-FILE
                   DISPLAY "audit file:   " WS-BK-COUNT " record(s)"
               ELSE
                   DISPLAY ESC ERR "[!] audit snapshot missing - "
                   "audit file left unchanged" ESC RES
               END-IF

               MOVE SPACES TO WS-BK-SEQ-PATH
               STRING "backup-" DELIMITED BY SIZE
                   WS-BK-STAMP DELIMITED BY SIZE
                   "-archive" DELIMITED BY SIZE
                   INTO WS-BK-SEQ-PATH
               MOVE 0 TO WS-BK-COUNT
               OPEN INPUT BACKUP-SEQ-FILE
               IF FS-BK-SEQ = "00" THEN
                   OPEN OUTPUT ARCHIVE-FILE
                   PERFORM UNTIL FS-BK-SEQ NOT = "00"
                       READ BACKUP-SEQ-FILE
                           AT END MOVE "99" TO FS-BK-SEQ
                       NOT AT END
                           MOVE BK-SEQ-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           ADD 1 TO WS-BK-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   CLOSE BACKUP-SEQ-FILE
                   DISPLAY "archive file: " WS-BK-COUNT " record(s)"
               ELSE
                   DISPLAY ESC ERR "[!] archive snapshot missing - "
                   "archive file left unchanged" ESC RES
               END-IF

               DISPLAY " "
               DISPLAY ESC SUC "snapshot " WS-BK-STAMP " restored"
               ESC RES.
       PROCEDURE-RESCHEDULE.
           DISPLAY ESC H-1 "RESCHEDULE A TASK" ESC RES.
           DISPLAY " ".

           DISPLAY "(1/2) task id:             " WITH NO ADVANCING.
           ACCEPT TASK-ID.

           MOVE "N" TO WS-DATE-VALID.
           PERFORM UNTIL WS-DATE-VALID = "Y"
               DISPLAY "(2/2) due YYYY-MM-DD:      " WITH NO ADVANCING
               ACCEPT TP-STR-A
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] invalid date - use YYYY-MM-DD"
                   ESC RES
               END-IF
           END-PERFORM.
           MOVE TP-DATE TO WS-RESCHED-DATE.
           PERFORM PROCEDURE-WARN-NON-BUSINESS.

           PERFORM PROCEDURE-TASK-OPEN-IO.
           IF WS-TASK-OPEN-OK = "Y" THEN
               PERFORM PROCEDURE-TASK-READ-KEY
               IF WS-TASK-READ-OK NOT = "Y" THEN
                   IF WS-TASK-READ-BUSY NOT = "Y" THEN
                       DISPLAY
                       ESC ERR "[!] invalid task id" ESC RES
                   END-IF
                   MOVE FS-TASK TO WS-BATCH-FS-SAVE
               ELSE
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE TASK-DATE TO WS-AUD-BEFORE(1:8)
                   MOVE WS-RESCHED-DATE TO TASK-DATE
                   REWRITE TASK-RECORD
                   DISPLAY
                   ESC SUC "[i] task rescheduled successfully!" ESC RES
                   MOVE "UPDATE" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   MOVE TASK-DATE TO WS-AUD-AFTER(1:8)
                   PERFORM PROCEDURE-AUDIT-LOG
               END-IF
               CLOSE TASK-FILE
           END-IF.

           PERFORM PROCEDURE-PROCESSOR.

           DISPLAY " ".
       PROCEDURE-EDIT.
           DISPLAY ESC H-1 "EDIT A TASK" ESC RES. DISPLAY " ".

           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/3) task id:             " WITH NO ADVANCING
               ACCEPT TASK-ID
               DISPLAY "(2/3) field (owner/details/"
               DISPLAY "      priority/recur/est/"
               DISPLAY "      approval/approver/"
               DISPLAY "      project/costcentre): " WITH NO ADVANCING
               ACCEPT WS-EDIT-FIELD
               DISPLAY "(3/3) new value:           " WITH NO ADVANCING
               ACCEPT WS-EDIT-VALUE
           ELSE
               MOVE SPACES TO WS-EDIT-FIELD
               MOVE SPACES TO WS-EDIT-VALUE
               UNSTRING WS-ARG-3 DELIMITED BY "="
                   INTO WS-EDIT-FIELD WS-EDIT-VALUE
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-EDIT-FIELD) TO WS-EDIT-FIELD.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-EDIT-FIELD NOT = "owner"
               AND WS-EDIT-FIELD NOT = "details"
               AND WS-EDIT-FIELD NOT = "priority"
               AND WS-EDIT-FIELD NOT = "recur"
               AND WS-EDIT-FIELD NOT = "est"
               AND WS-EDIT-FIELD NOT = "approval"
               AND WS-EDIT-FIELD NOT = "approver"
               AND WS-EDIT-FIELD NOT = "project"
               AND WS-EDIT-FIELD NOT = "costcentre" THEN
               DISPLAY ESC ERR "[!] field must be owner, details, "
               "priority, recur, est, approval, approver, project "
               "or costcentre" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-TASK-OPEN-IO
               IF WS-TASK-OPEN-OK = "Y" THEN
                   PERFORM PROCEDURE-TASK-READ-KEY
                   IF WS-TASK-READ-OK NOT = "Y" THEN
                       IF WS-TASK-READ-BUSY NOT = "Y" THEN
                           DISPLAY
                           ESC ERR "[!] invalid task id" ESC RES
                       END-IF
                       MOVE FS-TASK TO WS-BATCH-FS-SAVE
                   ELSE
                       PERFORM PROCEDURE-EDIT-APPLY
                       IF WS-EDIT-OK = "Y" THEN
                           REWRITE TASK-RECORD
                           IF FS-TASK = "02" THEN
                               MOVE "00" TO WS-BATCH-FS-SAVE
                           ELSE
                               MOVE FS-TASK TO WS-BATCH-FS-SAVE
                           END-IF
                           DISPLAY
                           ESC SUC "[i] task updated successfully!"
                           ESC RES
                           MOVE "EDIT" TO WS-AUD-ACTION
                           PERFORM PROCEDURE-AUDIT-LOG
                       END-IF
                   END-IF
                   CLOSE TASK-FILE
               END-IF
           END-IF.

           PERFORM PROCEDURE-PROCESSOR.

           DISPLAY " ".
       PROCEDURE-EDIT-APPLY.
           MOVE "N" TO WS-EDIT-OK.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-AFTER.
           IF WS-EDIT-FIELD = "owner" THEN
               MOVE WS-EDIT-VALUE(1:16) TO WS-OWN-LOOKUP
               PERFORM PROCEDURE-OWNER-VALIDATE
               IF WS-OWN-VALID NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] owner not in registry - "
                   "register with 'owner' first" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   STRING "OWNER " DELIMITED BY SIZE
                       TASK-OWNER DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   MOVE WS-OWN-LOOKUP TO TASK-OWNER
                   STRING "OWNER " DELIMITED BY SIZE
                       TASK-OWNER DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "details" THEN
               IF WS-EDIT-VALUE = SPACES THEN
                   DISPLAY ESC ERR "[!] details cannot be blank"
                   ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   MOVE TASK-DETAILS TO WS-AUD-BEFORE
                   MOVE WS-EDIT-VALUE(1:32) TO TASK-DETAILS
                   MOVE TASK-DETAILS TO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "priority" THEN
               MOVE FUNCTION UPPER-CASE(WS-EDIT-VALUE(1:1))
                   TO WS-EDIT-VALUE(1:1)
               IF WS-EDIT-VALUE(1:1) NOT = "H"
                   AND WS-EDIT-VALUE(1:1) NOT = "M"
                   AND WS-EDIT-VALUE(1:1) NOT = "L" THEN
                   DISPLAY ESC ERR "[!] priority must be H, M or L"
                   ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   STRING "PRIO " DELIMITED BY SIZE
                       TASK-PRIORITY DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   IF WS-EDIT-VALUE(1:1) = "H" THEN
                       MOVE "1" TO TASK-PRIORITY
                   ELSE IF WS-EDIT-VALUE(1:1) = "L" THEN
                       MOVE "3" TO TASK-PRIORITY
                   ELSE
                       MOVE "2" TO TASK-PRIORITY
                   END-IF
                   STRING "PRIO " DELIMITED BY SIZE
                       TASK-PRIORITY DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "recur" THEN
               IF FUNCTION TRIM(WS-EDIT-VALUE) IS NOT NUMERIC THEN
                   DISPLAY ESC ERR "[!] recur must be a number of "
                   "days" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   STRING "RECUR " DELIMITED BY SIZE
                       TASK-RECUR-DAYS DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   MOVE FUNCTION NUMVAL(WS-EDIT-VALUE)
                       TO TASK-RECUR-DAYS
                   STRING "RECUR " DELIMITED BY SIZE
                       TASK-RECUR-DAYS DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "est" THEN
               IF FUNCTION TRIM(WS-EDIT-VALUE) IS NOT NUMERIC THEN
                   DISPLAY ESC ERR "[!] est must be a number of "
                   "hours" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   STRING "EST " DELIMITED BY SIZE
                       TASK-EST-HOURS DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   MOVE FUNCTION NUMVAL(WS-EDIT-VALUE)
                       TO TASK-EST-HOURS
                   STRING "EST " DELIMITED BY SIZE
                       TASK-EST-HOURS DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "approval" THEN
               MOVE FUNCTION UPPER-CASE(WS-EDIT-VALUE(1:1))
                   TO WS-EDIT-VALUE(1:1)
               IF WS-EDIT-VALUE(1:1) NOT = "Y"
                   AND WS-EDIT-VALUE(1:1) NOT = "N" THEN
                   DISPLAY ESC ERR "[!] approval must be Y or N"
                   ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   STRING "APPROVAL " DELIMITED BY SIZE
                       TASK-APPROVAL DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   MOVE WS-EDIT-VALUE(1:1) TO TASK-APPROVAL
                   STRING "APPROVAL " DELIMITED BY SIZE
                       TASK-APPROVAL DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "approver" THEN
               MOVE WS-EDIT-VALUE(1:16) TO WS-OWN-LOOKUP
               PERFORM PROCEDURE-OWNER-VALIDATE
               IF WS-OWN-VALID NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] approver not in registry"
                   ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   STRING "APPROVER " DELIMITED BY SIZE
                       TASK-APPROVER DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   MOVE WS-OWN-LOOKUP TO TASK-APPROVER
                   IF TASK-APPROVER NOT = SPACES THEN
                       MOVE "Y" TO TASK-APPROVAL
                   END-IF
                   STRING "APPROVER " DELIMITED BY SIZE
                       TASK-APPROVER DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "project" THEN
               MOVE WS-EDIT-VALUE(1:8) TO WS-PRJ-LOOKUP
               PERFORM PROCEDURE-PROJECT-VALIDATE
               IF WS-PRJ-VALID NOT = "Y" THEN
                   PERFORM PROCEDURE-PROJECT-REFUSED
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   STRING "PROJECT " DELIMITED BY SIZE
                       TASK-PROJECT DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   MOVE WS-PRJ-LOOKUP TO TASK-PROJECT
                   STRING "PROJECT " DELIMITED BY SIZE
                       TASK-PROJECT DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   MOVE "Y" TO WS-EDIT-OK
               END-IF
           ELSE IF WS-EDIT-FIELD = "costcentre" THEN
               STRING "CENTRE " DELIMITED BY SIZE
                   TASK-COST-CENTRE DELIMITED BY SIZE
                   INTO WS-AUD-BEFORE
               MOVE FUNCTION UPPER-CASE(WS-EDIT-VALUE(1:8))
                   TO TASK-COST-CENTRE
               STRING "CENTRE " DELIMITED BY SIZE
                   TASK-COST-CENTRE DELIMITED BY SIZE
                   INTO WS-AUD-AFTER
               MOVE "Y" TO WS-EDIT-OK
           END-IF.
       PROCEDURE-DELETE.
           DISPLAY "DELETE A TASK". DISPLAY " ".
           MOVE "delete" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           IF WS-BATCH-MODE = "Y" THEN
               MOVE TASK-ID TO WS-ADMIN-TARGET
           END-IF.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-DELETE-RUN
           END-IF.
       PROCEDURE-DELETE-RUN.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/1) task id:             " WITH NO ADVANCING
               ACCEPT TASK-ID
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-TASK-OPEN-IO.
           IF WS-TASK-OPEN-OK = "Y" THEN
               PERFORM PROCEDURE-TASK-READ-KEY
               IF WS-TASK-READ-OK NOT = "Y" THEN
                   IF WS-TASK-READ-BUSY NOT = "Y" THEN
                       DISPLAY
                       ESC ERR "[!] invalid task id" ESC RES
                   END-IF
                   MOVE FS-TASK TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-PERIOD-TASK-WORK
                   IF WS-CHG-LOCKED = "Y" THEN
                       DISPLAY ESC ERR "[!] task has hours in closed "
                       "period " WS-CHG-YEAR "-" WS-CHG-MONTH
                       " - archive it instead" ESC RES
                       MOVE "91" TO WS-BATCH-FS-SAVE
                   ELSE
                       PERFORM PROCEDURE-DELETE-TASK
                   END-IF
               END-IF
               CLOSE TASK-FILE
           END-IF.

           DISPLAY " ".
       PROCEDURE-DELETE-TASK.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE TASK-DETAILS TO WS-AUD-BEFORE.
           PERFORM PROCEDURE-BIN-WRITE.
           IF WS-BIN-OK NOT = "Y" THEN
               DISPLAY ESC ERR "[!] could not write to the "
               "recycle bin (status " FS-BIN ") - task not "
               "deleted" ESC RES
               MOVE FS-BIN TO WS-BATCH-FS-SAVE
           ELSE
               DELETE TASK-FILE
                   INVALID KEY
                       DISPLAY
                       ESC ERR "[!] invalid task id" ESC RES
                       MOVE FS-TASK TO WS-BATCH-FS-SAVE
                   NOT INVALID KEY
                       MOVE FS-TASK TO WS-BATCH-FS-SAVE
                       PERFORM PROCEDURE-BIN-NOTES
                       PERFORM PROCEDURE-BIN-WORKLOG
                       DISPLAY
                       ESC SUC "[i] task moved to the recycle "
                       "bin!" ESC RES
                       DISPLAY ESC INF "[i] " WS-BIN-NOTE-COUNT
                       " note(s) and " WS-BIN-WORK-COUNT
                       " worklog entries moved with it" ESC RES
                       MOVE "DELETE" TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-AFTER
                       MOVE "recycle bin" TO WS-AUD-AFTER
                       PERFORM PROCEDURE-AUDIT-LOG
               END-DELETE
           END-IF.
       PROCEDURE-FIND.
           DISPLAY ESC H-1 "FIND TASKS" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "keyword, status or date    "
               DISPLAY "range (from [to]):         " WITH NO ADVANCING
               ACCEPT TP-STR-A
           END-IF.
           MOVE FUNCTION LOWER-CASE(TP-STR-A) TO TP-STR-B.

           MOVE "N" TO WS-FIND-BY-DATE.
           IF TP-STR-A(1:4) IS NUMERIC AND TP-STR-A(5:1) = "-"
               AND TP-STR-A(6:2) IS NUMERIC AND TP-STR-A(8:1) = "-"
               AND TP-STR-A(9:2) IS NUMERIC THEN
               MOVE "Y" TO WS-FIND-BY-DATE
               MOVE TP-STR-A(1:4) TO WS-FIND-DATE-LO(1:4)
               MOVE TP-STR-A(6:2) TO WS-FIND-DATE-LO(5:2)
               MOVE TP-STR-A(9:2) TO WS-FIND-DATE-LO(7:2)
               IF TP-STR-A(12:4) IS NUMERIC AND TP-STR-A(16:1) = "-"
                   AND TP-STR-A(17:2) IS NUMERIC
                   AND TP-STR-A(19:1) = "-"
                   AND TP-STR-A(20:2) IS NUMERIC THEN
                   MOVE TP-STR-A(12:4) TO WS-FIND-DATE-HI(1:4)
                   MOVE TP-STR-A(17:2) TO WS-FIND-DATE-HI(5:2)
                   MOVE TP-STR-A(20:2) TO WS-FIND-DATE-HI(7:2)
               ELSE
                   MOVE WS-FIND-DATE-LO TO WS-FIND-DATE-HI
               END-IF
           END-IF.

           PERFORM PROCEDURE-PROCESSOR.

           DISPLAY
           ESC SUB "| " ESC H-2 "TASK ID                          "
           ESC SUB "| " ESC H-2 "DETAILS                          "
           ESC SUB "| " ESC H-2 "DUE DATE   " ESC SUB "|".
           DISPLAY
           "|----------------------------------"
           "|----------------------------------"
           "|------------|" ESC RES.

           MOVE 0 TO COUNTER.
           COMPUTE TP-NUM-C = FUNCTION LENGTH(FUNCTION TRIM(TP-STR-A)).

           IF WS-FIND-BY-DATE = "Y" THEN
               PERFORM PROCEDURE-FIND-BY-DATE
           ELSE
               PERFORM PROCEDURE-FIND-SCAN
           END-IF.
           DISPLAY " ".
           DISPLAY ESC SUB "matches found: " COUNTER ESC RES.
       PROCEDURE-FIND-SCAN.
           OPEN INPUT TASK-FILE.
           PERFORM UNTIL FS-TASK NOT = '00'
               READ TASK-FILE NEXT
                   AT END MOVE '99' TO FS-TASK
               NOT AT END
                   MOVE "N" TO WS-FIND-MATCH
                   IF FUNCTION TRIM(TP-STR-B) = "overdue"
                       AND TASK-STATUS = 0 THEN
                       MOVE "Y" TO WS-FIND-MATCH
                   ELSE IF FUNCTION TRIM(TP-STR-B) = "upcoming"
                       AND TASK-STATUS = 1 THEN
                       MOVE "Y" TO WS-FIND-MATCH
                   ELSE IF FUNCTION TRIM(TP-STR-B) = "complete"
                       AND TASK-STATUS = 2 THEN
                       MOVE "Y" TO WS-FIND-MATCH
                   ELSE IF FUNCTION TRIM(TP-STR-B) = "blocked"
                       AND TASK-STATUS = 3 THEN
                       MOVE "Y" TO WS-FIND-MATCH
                   ELSE IF FUNCTION TRIM(TP-STR-B) = "awaiting"
                       AND TASK-STATUS = 4 THEN
                       MOVE "Y" TO WS-FIND-MATCH
                   ELSE
                       MOVE 0 TO TP-NUM-A
                       MOVE FUNCTION LOWER-CASE(TASK-DETAILS)
                           TO TP-STR-C
                       IF TP-NUM-C > 0 THEN
                           INSPECT TP-STR-C TALLYING TP-NUM-A
                               FOR ALL TP-STR-B(1:TP-NUM-C)
                       END-IF
                       IF TP-NUM-A > 0 THEN
                           MOVE "Y" TO WS-FIND-MATCH
                       END-IF
                   END-IF
                   IF WS-FIND-MATCH = "Y" THEN
                       ADD 1 TO COUNTER
                       PERFORM PROCEDURE-FIND-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TASK-FILE.
       PROCEDURE-FIND-BY-DATE.
           OPEN INPUT TASK-FILE.
           MOVE "Y" TO WS-LIST-MORE.
           MOVE WS-FIND-DATE-LO TO TASK-DATE.
           START TASK-FILE KEY IS >= TASK-DATE
               INVALID KEY
                   MOVE "N" TO WS-LIST-MORE
           END-START.
           PERFORM UNTIL WS-LIST-MORE NOT = "Y"
               OR (FS-TASK NOT = "00" AND FS-TASK NOT = "02")
               READ TASK-FILE NEXT
                   AT END MOVE "N" TO WS-LIST-MORE
               NOT AT END
                   IF TASK-DATE > WS-FIND-DATE-HI THEN
                       MOVE "N" TO WS-LIST-MORE
                   ELSE
                       ADD 1 TO COUNTER
                       PERFORM PROCEDURE-FIND-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TASK-FILE.
       PROCEDURE-FIND-ROW.
           DISPLAY ESC SUB "| " ESC RES
           TASK-ID ESC SUB " | " ESC RES
           TASK-DETAILS ESC SUB " | " ESC RES
           WITH NO ADVANCING
           DISPLAY
           TASK-DATE(1:4) "-"
           TASK-DATE(5:2) "-"
           TASK-DATE(7:2)
           ESC SUB " |" ESC RES.
       PROCEDURE-CALENDAR.
           DISPLAY ESC H-1 "CALENDAR" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE WS-CURRENT-YEAR TO WS-CAL-VIEW-YEAR.
           MOVE WS-CURRENT-MONTH TO WS-CAL-VIEW-MONTH.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "month YYYY-MM              "
               DISPLAY "(blank=current):           " WITH NO ADVANCING
               ACCEPT TP-STR-A
           END-IF.
           PERFORM PROCEDURE-SPOOL-ASK.
           IF TP-STR-A(1:4) IS NUMERIC AND TP-STR-A(5:1) = "-"
               AND TP-STR-A(6:2) IS NUMERIC THEN
               MOVE TP-STR-A(1:4) TO WS-CAL-VIEW-YEAR
               MOVE TP-STR-A(6:2) TO WS-CAL-VIEW-MONTH
           END-IF.

           IF WS-CAL-VIEW-MONTH < 1 OR WS-CAL-VIEW-MONTH > 12 THEN
               DISPLAY ESC ERR "[!] invalid month - use YYYY-MM"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-PROCESSOR
               IF WS-SPL-ON = "Y" THEN
                   MOVE "calendar" TO WS-SPL-NAME
                   MOVE "CALENDAR" TO WS-SPL-TITLE
                   PERFORM PROCEDURE-SPOOL-OPEN
               END-IF
               MOVE "Y" TO WS-CAL-MORE
               IF WS-SPL-ON = "Y" THEN
                   PERFORM PROCEDURE-CALENDAR-MONTH
                   PERFORM PROCEDURE-SPOOL-CLOSE
                   MOVE "N" TO WS-CAL-MORE
               END-IF
               PERFORM UNTIL WS-CAL-MORE NOT = "Y"
                   PERFORM PROCEDURE-CALENDAR-MONTH
                   IF WS-BATCH-MODE = "Y" THEN
                       MOVE "N" TO WS-CAL-MORE
                   ELSE
                       DISPLAY " "
                       DISPLAY "[n]ext, [p]rev or [q]uit:  "
                       WITH NO ADVANCING
                       ACCEPT TP-STR-C
                       MOVE FUNCTION LOWER-CASE(TP-STR-C(1:1))
                           TO TP-STR-C(1:1)
                       IF TP-STR-C(1:1) = "n" THEN
                           ADD 1 TO WS-CAL-VIEW-MONTH
                           IF WS-CAL-VIEW-MONTH > 12 THEN
                               MOVE 1 TO WS-CAL-VIEW-MONTH
                               ADD 1 TO WS-CAL-VIEW-YEAR
                           END-IF
                       ELSE IF TP-STR-C(1:1) = "p" THEN
                           IF WS-CAL-VIEW-MONTH = 1 THEN
                               MOVE 12 TO WS-CAL-VIEW-MONTH
                               SUBTRACT 1 FROM WS-CAL-VIEW-YEAR
                           ELSE
                               SUBTRACT 1 FROM WS-CAL-VIEW-MONTH
                           END-IF
                       ELSE
                           MOVE "N" TO WS-CAL-MORE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY " ".
       PROCEDURE-CALENDAR-MONTH.
           MOVE 31 TO WS-CAL-DAYS-IN-MON.
           IF WS-CAL-VIEW-MONTH = 4 OR WS-CAL-VIEW-MONTH = 6
               OR WS-CAL-VIEW-MONTH = 9 OR WS-CAL-VIEW-MONTH = 11
               MOVE 30 TO WS-CAL-DAYS-IN-MON
           END-IF.
           IF WS-CAL-VIEW-MONTH = 2 THEN
               IF FUNCTION MOD(WS-CAL-VIEW-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-CAL-VIEW-YEAR, 100) NOT = 0
                   OR FUNCTION MOD(WS-CAL-VIEW-YEAR, 400) = 0) THEN
                   MOVE 29 TO WS-CAL-DAYS-IN-MON
               ELSE
                   MOVE 28 TO WS-CAL-DAYS-IN-MON
               END-IF
           END-IF.

           MOVE WS-CAL-VIEW-YEAR TO TP-DATE-YEAR.
           MOVE WS-CAL-VIEW-MONTH TO TP-DATE-MONTH.
           MOVE 1 TO TP-DATE-DAY.
           COMPUTE WS-CAL-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(TP-DATE).
           COMPUTE WS-CAL-FIRST-DOW =
               FUNCTION MOD(WS-CAL-FIRST-INT - 1, 7) + 1.
           PERFORM PROCEDURE-LOAD-CALENDAR.
           MOVE WS-CAL-VIEW-YEAR TO TP-DATE-YEAR.
           MOVE WS-CAL-VIEW-MONTH TO TP-DATE-MONTH.
           MOVE 1 TO TP-DATE-DAY.
           PERFORM PROCEDURE-CALENDAR-TALLY.

           IF WS-SPL-ON = "Y" THEN
               MOVE SPACES TO SPL-HEAD-TABLE
               MOVE 2 TO WS-SPL-HEAD-COUNT
               STRING FUNCTION TRIM(CAL-MONTH-NAME(WS-CAL-VIEW-MONTH))
                   " " WS-CAL-VIEW-YEAR
                   DELIMITED BY SIZE INTO SPL-HEAD(1)
               STRING "MON         TUE         WED         THU         "
                   "FRI         SAT         SUN"
                   DELIMITED BY SIZE INTO SPL-HEAD(2)
               PERFORM PROCEDURE-SPOOL-HEAD
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > 31
                   ADD CAL-DAY-DUE(WS-CAL-IDX) TO WS-SPL-RECORDS
               END-PERFORM
           ELSE
               DISPLAY " "
               DISPLAY ESC H-2
               FUNCTION TRIM(CAL-MONTH-NAME(WS-CAL-VIEW-MONTH))
               " " WS-CAL-VIEW-YEAR ESC RES
               DISPLAY ESC SUB
               "MON         TUE         WED         THU         "
               "FRI         SAT         SUN" ESC RES
           END-IF.
           PERFORM VARYING WS-CAL-WEEK FROM 1 BY 1
               UNTIL 7 * (WS-CAL-WEEK - 1) + 2 - WS-CAL-FIRST-DOW
                   > WS-CAL-DAYS-IN-MON
               PERFORM PROCEDURE-CALENDAR-WEEK
           END-PERFORM.
           IF WS-SPL-ON = "Y" THEN
               MOVE 0 TO WS-SPL-HEAD-COUNT
               PERFORM PROCEDURE-SPOOL-PUT
               MOVE "cells: day due/overdue   * holiday   . weekend"
                   TO WS-SPL-LINE
               PERFORM PROCEDURE-SPOOL-PUT
           ELSE
               DISPLAY ESC SUB "cells: day due/overdue   * holiday   "
               ". weekend" ESC RES
           END-IF.
       PROCEDURE-CALENDAR-TALLY.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > 31
               MOVE 0 TO CAL-DAY-DUE(WS-CAL-IDX)
               MOVE 0 TO CAL-DAY-OVD(WS-CAL-IDX)
           END-PERFORM.

           OPEN INPUT TASK-FILE.
           MOVE "Y" TO WS-LIST-MORE.
           MOVE TP-DATE TO TASK-DATE.
           START TASK-FILE KEY IS >= TASK-DATE
               INVALID KEY
                   MOVE "N" TO WS-LIST-MORE
           END-START.
           PERFORM UNTIL WS-LIST-MORE NOT = "Y"
               OR (FS-TASK NOT = "00" AND FS-TASK NOT = "02")
               READ TASK-FILE NEXT
                   AT END MOVE "N" TO WS-LIST-MORE
               NOT AT END
                   IF TASK-DATE(1:6) NOT = TP-DATE(1:6) THEN
                       MOVE "N" TO WS-LIST-MORE
                   ELSE
                       IF TASK-STATUS NOT = 2
                           AND TASK-DATE(7:2) IS NUMERIC
                           MOVE TASK-DATE(7:2) TO WS-CAL-DD
                           IF WS-CAL-DD >= 1 AND WS-CAL-DD <= 31 THEN
                               ADD 1 TO CAL-DAY-DUE(WS-CAL-DD)
                               IF TASK-STATUS = 0 THEN
                                   ADD 1 TO CAL-DAY-OVD(WS-CAL-DD)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TASK-FILE.
       PROCEDURE-CALENDAR-WEEK.
           MOVE SPACES TO WS-CAL-LINE.
           MOVE 1 TO WS-CAL-POS.
           PERFORM VARYING WS-CAL-COL FROM 1 BY 1
               UNTIL WS-CAL-COL > 7
               COMPUTE WS-CAL-D = 7 * (WS-CAL-WEEK - 1)
                   + WS-CAL-COL - WS-CAL-FIRST-DOW + 1
               IF WS-CAL-D >= 1
                   AND WS-CAL-D <= WS-CAL-DAYS-IN-MON THEN
                   PERFORM PROCEDURE-CALENDAR-CELL
               ELSE
                   MOVE SPACES TO WS-CAL-CELL
               END-IF
               MOVE WS-CAL-CELL TO WS-CAL-LINE(WS-CAL-POS:12)
               ADD 12 TO WS-CAL-POS
           END-PERFORM.
           IF WS-SPL-ON = "Y" THEN
               MOVE WS-CAL-LINE TO WS-SPL-LINE
               PERFORM PROCEDURE-SPOOL-PUT
           ELSE
               DISPLAY WS-CAL-LINE
           END-IF.
       PROCEDURE-CALENDAR-CELL.
           MOVE SPACES TO WS-CAL-CELL.
           MOVE WS-CAL-D TO WS-CAL-DD.
           MOVE WS-CAL-DD TO WS-CAL-CELL(1:2).

           COMPUTE WS-CAL-DAY-INT = WS-CAL-FIRST-INT + WS-CAL-D - 1.
           COMPUTE WS-CAL-DAY-DOW =
               FUNCTION MOD(WS-CAL-DAY-INT - 1, 7) + 1.
           MOVE 0 TO WS-CAL-HIT.
           INSPECT WS-CAL-WEEKEND TALLYING WS-CAL-HIT
               FOR ALL WS-CAL-DAY-DOW.
           IF WS-CAL-HIT > 0 THEN
               MOVE "." TO WS-CAL-CELL(3:1)
           END-IF.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CAL-HOLIDAY(WS-CAL-IDX) = WS-CAL-DAY-INT THEN
                   MOVE "*" TO WS-CAL-CELL(3:1)
               END-IF
           END-PERFORM.

           IF CAL-DAY-DUE(WS-CAL-D) > 0 THEN
               MOVE CAL-DAY-DUE(WS-CAL-D) TO WS-CAL-N3
               MOVE WS-CAL-N3 TO WS-CAL-CELL(5:3)
               MOVE "/" TO WS-CAL-CELL(8:1)
               MOVE CAL-DAY-OVD(WS-CAL-D) TO WS-CAL-N3
               MOVE WS-CAL-N3 TO WS-CAL-CELL(9:3)
           END-IF.
       PROCEDURE-CSV-QUOTE.
           MOVE SPACES TO WS-CSV-OUT.
           MOVE 1 TO WS-CSV-OUT-IDX.
           MOVE '"' TO WS-CSV-OUT(WS-CSV-OUT-IDX:1).
           ADD 1 TO WS-CSV-OUT-IDX.
           PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
               UNTIL WS-CSV-IDX >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-SRC))
               MOVE WS-CSV-SRC(WS-CSV-IDX:1) TO WS-CSV-CHAR
               MOVE WS-CSV-CHAR TO WS-CSV-OUT(WS-CSV-OUT-IDX:1)
               ADD 1 TO WS-CSV-OUT-IDX
               IF WS-CSV-CHAR = '"' THEN
                   MOVE '"' TO WS-CSV-OUT(WS-CSV-OUT-IDX:1)
                   ADD 1 TO WS-CSV-OUT-IDX
               END-IF
           END-PERFORM.
           MOVE '"' TO WS-CSV-OUT(WS-CSV-OUT-IDX:1).
       PROCEDURE-EXPORT.
           DISPLAY ESC H-1 "EXPORT TASKS TO CSV" ESC RES. DISPLAY " ".

           PERFORM PROCEDURE-PROCESSOR.

           MOVE 0 TO COUNTER.
           OPEN INPUT TASK-FILE.
           OPEN OUTPUT EXPORT-FILE.

           MOVE "TASK-ID,OWNER,DETAILS,DUE-DATE,STATUS"
               TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.

           PERFORM UNTIL FS-TASK NOT = '00'
               READ TASK-FILE NEXT
                   AT END MOVE '99' TO FS-TASK
               NOT AT END
                   ADD 1 TO COUNTER
                   IF TASK-STATUS = 1 THEN
                       MOVE "UPCOMING" TO WS-STATUS-WORD
                   ELSE IF TASK-STATUS = 2 THEN
                       MOVE "COMPLETE" TO WS-STATUS-WORD
                   ELSE IF TASK-STATUS = 3 THEN
                       MOVE "BLOCKED" TO WS-STATUS-WORD
                   ELSE IF TASK-STATUS = 4 THEN
                       MOVE "AWAITING" TO WS-STATUS-WORD
                   ELSE
                       MOVE "OVERDUE" TO WS-STATUS-WORD
                   END-IF

                   MOVE TASK-ID TO WS-CSV-SRC
                   PERFORM PROCEDURE-CSV-QUOTE
                   MOVE WS-CSV-OUT TO WS-CSV-ID

                   MOVE TASK-OWNER TO WS-CSV-SRC
                   PERFORM PROCEDURE-CSV-QUOTE
                   MOVE WS-CSV-OUT TO WS-CSV-OWNER

                   MOVE TASK-DETAILS TO WS-CSV-SRC
                   PERFORM PROCEDURE-CSV-QUOTE
                   MOVE WS-CSV-OUT TO WS-CSV-DETAILS

                   MOVE SPACES TO EXPORT-RECORD
                   STRING FUNCTION TRIM(WS-CSV-ID) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CSV-OWNER) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CSV-DETAILS) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       TASK-DATE(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       TASK-DATE(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       TASK-DATE(7:2) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STATUS-WORD) DELIMITED BY SIZE
                       INTO EXPORT-RECORD
                   WRITE EXPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE TASK-FILE.
           CLOSE EXPORT-FILE.

           DISPLAY " ".
           DISPLAY ESC SUC "exported " COUNTER " task(s) to export.csv"
           ESC RES.
       PROCEDURE-IMPORT.
           DISPLAY ESC H-1 "IMPORT TASKS" ESC RES. DISPLAY " ".
           DISPLAY "(1/1) import file path:    " WITH NO ADVANCING.
           ACCEPT WS-IMPORT-PATH.

           OPEN INPUT IMPORT-FILE.
           IF FS-IMPORT NOT = "00" THEN
               DISPLAY
               ESC ERR "[!] could not open import file" ESC RES
           ELSE
               MOVE 0 TO COUNTER
               MOVE 0 TO WS-REJECT-COUNT
               PERFORM PROCEDURE-TASK-OPEN-IO
               IF WS-TASK-OPEN-OK NOT = "Y" THEN
                   CLOSE IMPORT-FILE
               ELSE
                   PERFORM UNTIL FS-IMPORT NOT = "00"
                       READ IMPORT-FILE
                           AT END MOVE "99" TO FS-IMPORT
                       NOT AT END
                           PERFORM PROCEDURE-IMPORT-ROW
                       END-READ
                   END-PERFORM
                   CLOSE TASK-FILE
                   CLOSE IMPORT-FILE
                   PERFORM PROCEDURE-PROCESSOR
                   DISPLAY " "
                   DISPLAY ESC SUC "imported " COUNTER " task(s)"
                   ESC RES
                   IF WS-REJECT-COUNT > 0 THEN
                       DISPLAY ESC ERR "rejected " WS-REJECT-COUNT
                       " row(s) - see messages above" ESC RES
                   END-IF
               END-IF
           END-IF.
       PROCEDURE-IMPORT-ROW.
           MOVE 0 TO TP-NUM-A.
           INSPECT IMPORT-RECORD TALLYING TP-NUM-A FOR ALL "|".
           MOVE SPACES TO WS-IMPORT-EST.
           IF TP-NUM-A > 0 THEN
               UNSTRING IMPORT-RECORD DELIMITED BY "|"
                   INTO TASK-ID TASK-OWNER TASK-DETAILS TP-STR-A
                   TP-STR-B TP-STR-C WS-IMPORT-EST
           ELSE
               UNSTRING IMPORT-RECORD DELIMITED BY ","
                   INTO TASK-ID TASK-OWNER TASK-DETAILS TP-STR-A
                   TP-STR-B TP-STR-C WS-IMPORT-EST
           END-IF.

           MOVE SPACES TO WS-IMPORT-ERROR.
           IF TASK-ID = SPACES THEN
               MOVE "blank task id" TO WS-IMPORT-ERROR
           END-IF.

           IF WS-IMPORT-ERROR = SPACES THEN
               MOVE TASK-OWNER TO WS-OWN-LOOKUP
               PERFORM PROCEDURE-OWNER-VALIDATE
               IF WS-OWN-VALID = "Y" THEN
                   MOVE WS-OWN-LOOKUP TO TASK-OWNER
               ELSE
                   MOVE "unknown owner" TO WS-IMPORT-ERROR
               END-IF
           END-IF.

           IF WS-IMPORT-ERROR = SPACES THEN
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID NOT = "Y" THEN
                   MOVE "invalid due date" TO WS-IMPORT-ERROR
               END-IF
           END-IF.
           MOVE TP-DATE TO TASK-DATE.

           MOVE FUNCTION UPPER-CASE(TP-STR-B(1:1)) TO TP-STR-B(1:1).
           IF TP-STR-B(1:1) = "H" THEN
               MOVE "1" TO TASK-PRIORITY
           ELSE IF TP-STR-B(1:1) = "L" THEN
               MOVE "3" TO TASK-PRIORITY
           ELSE IF TP-STR-B(1:1) = "M" OR TP-STR-B(1:1) = SPACE THEN
               MOVE "2" TO TASK-PRIORITY
           ELSE
               IF WS-IMPORT-ERROR = SPACES THEN
                   MOVE "invalid priority" TO WS-IMPORT-ERROR
               END-IF
           END-IF.

           IF WS-IMPORT-ERROR NOT = SPACES THEN
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY ESC ERR "[!] rejected ("
               FUNCTION TRIM(WS-IMPORT-ERROR) "): "
               FUNCTION TRIM(IMPORT-RECORD) ESC RES
           ELSE
               PERFORM PROCEDURE-IMPORT-WRITE
           END-IF.
       PROCEDURE-IMPORT-WRITE.
           MOVE 0 TO TP-NUM-C.
           IF TP-STR-C NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TP-STR-C) TO TP-NUM-C
           END-IF.
           MOVE TP-NUM-C TO TASK-RECUR-DAYS.
           MOVE 0 TO TASK-EST-HOURS.
           IF WS-IMPORT-EST NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-IMPORT-EST) TO TASK-EST-HOURS
           END-IF.
           MOVE 0 TO TASK-STATUS.
           MOVE SPACES TO TASK-BLOCKED-BY.
           MOVE "N" TO TASK-APPROVAL.
           MOVE SPACES TO TASK-APPROVER.
           MOVE SPACES TO TASK-DONE-BY.
           MOVE SPACES TO TASK-PROJECT.
           MOVE SPACES TO TASK-COST-CENTRE.

           WRITE TASK-RECORD
               INVALID KEY
                   DISPLAY
                   ESC ERR "[!] skipped duplicate id: "
                   FUNCTION TRIM(TASK-ID) ESC RES
               NOT INVALID KEY
                   ADD 1 TO COUNTER
                   MOVE "ADD" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE TASK-DETAILS TO WS-AUD-AFTER
                   PERFORM PROCEDURE-AUDIT-LOG
           END-WRITE.
       PROCEDURE-SPAWN.
           DISPLAY ESC H-1 "SPAWN FROM TEMPLATE" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/4) template name:       " WITH NO ADVANCING
               ACCEPT WS-TPL-NAME
               MOVE "N" TO WS-DATE-VALID
               PERFORM UNTIL WS-DATE-VALID = "Y"
                   DISPLAY "(2/4) start YYYY-MM-DD:    "
                   WITH NO ADVANCING
                   ACCEPT TP-STR-A
                   PERFORM PROCEDURE-VALIDATE-DATE
                   IF WS-DATE-VALID NOT = "Y" THEN
                       DISPLAY
                       ESC ERR "[!] invalid date - use YYYY-MM-DD"
                       ESC RES
                   END-IF
               END-PERFORM
               DISPLAY "(3/4) task id prefix       "
               DISPLAY "      (blank=template):    " WITH NO ADVANCING
               ACCEPT WS-TPL-PREFIX
               MOVE "N" TO WS-PRJ-VALID
               PERFORM UNTIL WS-PRJ-VALID = "Y"
                   DISPLAY "(4/4) project              "
                   DISPLAY "      (blank=none):        "
                   WITH NO ADVANCING
                   ACCEPT WS-PRJ-LOOKUP
                   PERFORM PROCEDURE-PROJECT-VALIDATE
                   IF WS-PRJ-VALID NOT = "Y" THEN
                       PERFORM PROCEDURE-PROJECT-REFUSED
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-ARG-2 TO WS-TPL-NAME
               MOVE WS-ARG-3 TO TP-STR-A
               MOVE WS-ARG-4(1:16) TO WS-TPL-PREFIX
               PERFORM PROCEDURE-VALIDATE-DATE
               IF WS-DATE-VALID NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] invalid start date - use "
                   "YYYY-MM-DD" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               END-IF
               MOVE WS-ARG-5(1:8) TO WS-PRJ-LOOKUP
               PERFORM PROCEDURE-PROJECT-VALIDATE
               IF WS-PRJ-VALID NOT = "Y" THEN
                   PERFORM PROCEDURE-PROJECT-REFUSED
                   MOVE "91" TO WS-BATCH-FS-SAVE
               END-IF
           END-IF.
           IF WS-TPL-PREFIX = SPACES THEN
               MOVE WS-TPL-NAME TO WS-TPL-PREFIX
           END-IF.
           MOVE WS-PRJ-LOOKUP TO WS-TPL-PROJECT.

           IF WS-BATCH-FS-SAVE = "00" THEN
               COMPUTE WS-TPL-START-INT =
                   FUNCTION INTEGER-OF-DATE(TP-DATE)
               PERFORM PROCEDURE-SPAWN-LOAD
               IF WS-TPL-COUNT = 0 THEN
                   IF WS-BATCH-FS-SAVE = "00" THEN
                       DISPLAY ESC ERR "[!] template "
                       FUNCTION TRIM(WS-TPL-NAME)
                       " not found in template file" ESC RES
                       MOVE "23" TO WS-BATCH-FS-SAVE
                   END-IF
               ELSE
                   MOVE 0 TO WS-TPL-WRITTEN
                   MOVE 0 TO WS-TPL-SKIPPED
                   PERFORM PROCEDURE-TASK-OPEN-IO
                   IF WS-TASK-OPEN-OK = "Y" THEN
                       PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                           UNTIL WS-TPL-IDX > WS-TPL-COUNT
                           PERFORM PROCEDURE-SPAWN-WRITE
                       END-PERFORM
                       CLOSE TASK-FILE
                       PERFORM PROCEDURE-PROCESSOR
                       DISPLAY " "
                       DISPLAY ESC SUC "spawned " WS-TPL-WRITTEN
                       " task(s) from template "
                       FUNCTION TRIM(WS-TPL-NAME) ESC RES
                       IF WS-TPL-PROJECT NOT = SPACES THEN
                           DISPLAY ESC SUC "tasks stamped with project "
                           FUNCTION TRIM(WS-TPL-PROJECT) ESC RES
                       END-IF
                       IF WS-TPL-SKIPPED > 0 THEN
                           DISPLAY ESC ERR "skipped " WS-TPL-SKIPPED
                           " step(s) - see messages above" ESC RES
                           MOVE "91" TO WS-BATCH-FS-SAVE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
       PROCEDURE-SPAWN-LOAD.
           MOVE 0 TO WS-TPL-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF FS-TEMPLATE NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not open template file "
               "(status " FS-TEMPLATE ")" ESC RES
               MOVE FS-TEMPLATE TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM UNTIL FS-TEMPLATE NOT = "00"
                   READ TEMPLATE-FILE
                       AT END MOVE "99" TO FS-TEMPLATE
                   NOT AT END
                       PERFORM PROCEDURE-SPAWN-LOAD-ROW
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
       PROCEDURE-SPAWN-LOAD-ROW.
           IF TEMPLATE-RECORD = SPACES
               OR TEMPLATE-RECORD(1:1) = "#" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-TPL-ROW-NAME
               MOVE SPACES TO WS-TPL-ROW-STEP
               MOVE SPACES TO WS-TPL-ROW-DETAILS
               MOVE SPACES TO WS-TPL-ROW-OWNER
               MOVE SPACES TO WS-TPL-ROW-PRI
               MOVE SPACES TO WS-TPL-ROW-OFFSET
               MOVE SPACES TO WS-TPL-ROW-BLOCKS
               MOVE SPACES TO WS-TPL-ROW-EST
               UNSTRING TEMPLATE-RECORD DELIMITED BY "|"
                   INTO WS-TPL-ROW-NAME WS-TPL-ROW-STEP
                   WS-TPL-ROW-DETAILS WS-TPL-ROW-OWNER
                   WS-TPL-ROW-PRI WS-TPL-ROW-OFFSET
                   WS-TPL-ROW-BLOCKS WS-TPL-ROW-EST
               IF WS-TPL-ROW-NAME = WS-TPL-NAME
                   AND WS-TPL-ROW-STEP NOT = SPACES THEN
                   IF WS-TPL-COUNT < 100 THEN
                       ADD 1 TO WS-TPL-COUNT
                       MOVE WS-TPL-ROW-STEP
                           TO TPL-STEP-ID(WS-TPL-COUNT)
                       MOVE WS-TPL-ROW-DETAILS
                           TO TPL-STEP-DETAILS(WS-TPL-COUNT)
                       MOVE WS-TPL-ROW-OWNER
                           TO TPL-STEP-OWNER(WS-TPL-COUNT)
                       MOVE FUNCTION UPPER-CASE(WS-TPL-ROW-PRI(1:1))
                           TO WS-TPL-ROW-PRI(1:1)
                       IF WS-TPL-ROW-PRI(1:1) = "H" THEN
                           MOVE "1" TO TPL-STEP-PRI(WS-TPL-COUNT)
                       ELSE IF WS-TPL-ROW-PRI(1:1) = "L" THEN
                           MOVE "3" TO TPL-STEP-PRI(WS-TPL-COUNT)
                       ELSE
                           MOVE "2" TO TPL-STEP-PRI(WS-TPL-COUNT)
                       END-IF
                       IF WS-TPL-ROW-OFFSET = SPACES THEN
                           MOVE 0 TO TPL-STEP-OFFSET(WS-TPL-COUNT)
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-TPL-ROW-OFFSET)
                               TO TPL-STEP-OFFSET(WS-TPL-COUNT)
                       END-IF
                       MOVE WS-TPL-ROW-BLOCKS
                           TO TPL-STEP-BLOCKS(WS-TPL-COUNT)
                       IF WS-TPL-ROW-EST = SPACES THEN
                           MOVE 0 TO TPL-STEP-EST(WS-TPL-COUNT)
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-TPL-ROW-EST)
                               TO TPL-STEP-EST(WS-TPL-COUNT)
                       END-IF
                   ELSE
                       DISPLAY ESC ERR "[!] template has more than "
                       "100 steps - extra steps ignored" ESC RES
                   END-IF
               END-IF
           END-IF.
       PROCEDURE-SPAWN-WRITE.
           MOVE WS-TPL-START-INT TO WS-BUSDAY-INT.
           PERFORM PROCEDURE-NEXT-BUSINESS-DAY.
           PERFORM VARYING WS-TPL-STEP-N FROM 1 BY 1
               UNTIL WS-TPL-STEP-N > TPL-STEP-OFFSET(WS-TPL-IDX)
               ADD 1 TO WS-BUSDAY-INT
               PERFORM PROCEDURE-NEXT-BUSINESS-DAY
           END-PERFORM.
           COMPUTE TP-DATE = FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT).

           MOVE SPACES TO TASK-ID.
           STRING FUNCTION TRIM(WS-TPL-PREFIX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(TPL-STEP-ID(WS-TPL-IDX))
               DELIMITED BY SIZE
               INTO TASK-ID
               ON OVERFLOW
                   DISPLAY ESC ERR "[!] generated id too long for "
                   "step " FUNCTION TRIM(TPL-STEP-ID(WS-TPL-IDX))
                   " - step skipped" ESC RES
                   ADD 1 TO WS-TPL-SKIPPED
               NOT ON OVERFLOW
                   MOVE TPL-STEP-DETAILS(WS-TPL-IDX) TO TASK-DETAILS
                   MOVE TP-DATE TO TASK-DATE
                   MOVE 0 TO TASK-STATUS
                   MOVE TPL-STEP-PRI(WS-TPL-IDX) TO TASK-PRIORITY
                   MOVE 0 TO TASK-RECUR-DAYS
                   MOVE TPL-STEP-EST(WS-TPL-IDX) TO TASK-EST-HOURS
                   MOVE TPL-STEP-OWNER(WS-TPL-IDX) TO WS-OWN-LOOKUP
                   PERFORM PROCEDURE-OWNER-RESOLVE
                   MOVE WS-OWN-LOOKUP TO TASK-OWNER
                   MOVE SPACES TO TASK-BLOCKED-BY
                   MOVE "N" TO TASK-APPROVAL
                   MOVE SPACES TO TASK-APPROVER
                   MOVE SPACES TO TASK-DONE-BY
                   MOVE WS-TPL-PROJECT TO TASK-PROJECT
                   MOVE SPACES TO TASK-COST-CENTRE
                   IF TPL-STEP-BLOCKS(WS-TPL-IDX) NOT = SPACES THEN
                       STRING FUNCTION TRIM(WS-TPL-PREFIX)
                           DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           FUNCTION TRIM(TPL-STEP-BLOCKS(WS-TPL-IDX))
                           DELIMITED BY SIZE
                           INTO TASK-BLOCKED-BY
                   END-IF
                   WRITE TASK-RECORD
                       INVALID KEY
                           DISPLAY ESC ERR "[!] skipped duplicate "
                           "id: " FUNCTION TRIM(TASK-ID) ESC RES
                           ADD 1 TO WS-TPL-SKIPPED
                       NOT INVALID KEY
                           ADD 1 TO WS-TPL-WRITTEN
                           MOVE "ADD" TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-BEFORE
                           MOVE TASK-DETAILS TO WS-AUD-AFTER
                           PERFORM PROCEDURE-AUDIT-LOG
                   END-WRITE
           END-STRING.
       PROCEDURE-NIGHTLY.
           DISPLAY ESC H-1 "NIGHTLY JOB CHAIN" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE WS-BATCH-MODE TO WS-NLY-SAVE-MODE.
           MOVE "Y" TO WS-BATCH-MODE.
           MOVE WS-CURRENT-DATE TO WS-NLY-TODAY.
           MOVE "N" TO WS-NLY-FAIL.
           MOVE 0 TO WS-NLY-SKIPPED.
           PERFORM VARYING WS-NLY-IDX FROM 1 BY 1
               UNTIL WS-NLY-IDX > WS-NLY-COUNT
               MOVE "N" TO WS-NLY-DONE(WS-NLY-IDX)
           END-PERFORM.

           OPEN INPUT RUNCTL-FILE.
           IF FS-RUNCTL = "00" THEN
               PERFORM UNTIL FS-RUNCTL NOT = "00"
                   READ RUNCTL-FILE
                       AT END MOVE "99" TO FS-RUNCTL
                   NOT AT END
                       IF RC-DATE = WS-NLY-TODAY
                           AND RC-STATE = "COMPLETE" THEN
                           PERFORM VARYING WS-NLY-IDX FROM 1 BY 1
                               UNTIL WS-NLY-IDX > WS-NLY-COUNT
                               IF RC-STEP = NLY-STEP(WS-NLY-IDX)
                                   MOVE "Y"
                                       TO WS-NLY-DONE(WS-NLY-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

           MOVE 0 TO WS-NLY-DONE-COUNT.
           PERFORM VARYING WS-NLY-IDX FROM 1 BY 1
               UNTIL WS-NLY-IDX > WS-NLY-COUNT
               IF WS-NLY-DONE(WS-NLY-IDX) = "Y" THEN
                   ADD 1 TO WS-NLY-DONE-COUNT
               END-IF
           END-PERFORM.

           IF WS-NLY-DONE-COUNT = WS-NLY-COUNT THEN
               DISPLAY ESC INF "[i] nightly chain already complete "
               "for today" ESC RES
           ELSE
               PERFORM VARYING WS-NLY-IDX FROM 1 BY 1
                   UNTIL WS-NLY-IDX > WS-NLY-COUNT OR WS-NLY-FAIL = "Y"
                   PERFORM PROCEDURE-NIGHTLY-STEP
               END-PERFORM
               DISPLAY " "
               IF WS-NLY-FAIL = "Y" THEN
                   DISPLAY ESC ERR "nightly chain stopped - rerun "
                   "'nightly' to resume from the failed step" ESC RES
               ELSE
                   DISPLAY ESC SUC "nightly chain complete" ESC RES
                   IF WS-NLY-SKIPPED > 0 THEN
                       DISPLAY ESC INF "[i] resumed run - skipped "
                       WS-NLY-SKIPPED " step(s) already complete"
                       ESC RES
                   END-IF
               END-IF
           END-IF.

           MOVE WS-NLY-SAVE-MODE TO WS-BATCH-MODE.
           DISPLAY " ".
       PROCEDURE-NIGHTLY-STEP.
           MOVE NLY-STEP(WS-NLY-IDX) TO WS-NLY-STEP.
           IF WS-NLY-DONE(WS-NLY-IDX) = "Y" THEN
               ADD 1 TO WS-NLY-SKIPPED
               DISPLAY ESC SUB "[" WS-NLY-IDX "/" WS-NLY-COUNT "] "
               FUNCTION TRIM(WS-NLY-STEP)
               " already complete - skipped" ESC RES
           ELSE
               DISPLAY ESC INF "[" WS-NLY-IDX "/" WS-NLY-COUNT "] "
               FUNCTION TRIM(WS-NLY-STEP) " starting" ESC RES
               MOVE "STARTED" TO WS-NLY-STATE
               PERFORM PROCEDURE-NIGHTLY-MARK
               MOVE "00" TO WS-BATCH-FS-SAVE
               IF WS-NLY-STEP = "process" THEN
                   PERFORM PROCEDURE-PROCESSOR
               ELSE IF WS-NLY-STEP = "remind" THEN
                   PERFORM PROCEDURE-REMIND
               ELSE IF WS-NLY-STEP = "archive" THEN
                   MOVE "archive" TO WS-ADMIN-CMD
                   MOVE SPACES TO WS-ADMIN-TARGET
                   PERFORM PROCEDURE-ADMIN-CHECK
                   IF WS-ADMIN-OK = "Y" THEN
                       MOVE WS-CURRENT-DATE TO WS-ARCHIVE-CUTOFF
                       PERFORM PROCEDURE-ARCHIVE-RUN
                   END-IF
               ELSE IF WS-NLY-STEP = "purge" THEN
                   MOVE "purge" TO WS-ADMIN-CMD
                   MOVE SPACES TO WS-ADMIN-TARGET
                   PERFORM PROCEDURE-ADMIN-CHECK
                   IF WS-ADMIN-OK = "Y" THEN
                       PERFORM PROCEDURE-PURGE-DAYS
                       PERFORM PROCEDURE-PURGE-RUN
                   END-IF
               ELSE IF WS-NLY-STEP = "feed" THEN
                   MOVE "FEED-NIGHTLY" TO WS-SET-KEY
                   PERFORM PROCEDURE-SETTING-GET
                   IF WS-SET-VALUE(1:1) = "Y"
                       OR WS-SET-VALUE(1:1) = "y" THEN
                       PERFORM PROCEDURE-FEED-RUN
                   ELSE
                       DISPLAY ESC SUB "[i] change feed not enabled "
                       "(FEED-NIGHTLY=Y in settings)" ESC RES
                   END-IF
               ELSE IF WS-NLY-STEP = "reports" THEN
                   PERFORM PROCEDURE-NIGHTLY-REPORTS
               ELSE IF WS-NLY-STEP = "rotate" THEN
                   MOVE "rotate" TO WS-ADMIN-CMD
                   MOVE SPACES TO WS-ADMIN-TARGET
                   PERFORM PROCEDURE-ADMIN-CHECK
                   IF WS-ADMIN-OK = "Y" THEN
                       PERFORM PROCEDURE-ROTATE-RUN
                   END-IF
               ELSE
                   PERFORM PROCEDURE-BACKUP
               END-IF
               IF WS-BATCH-FS-SAVE = "00" THEN
                   MOVE "COMPLETE" TO WS-NLY-STATE
                   PERFORM PROCEDURE-NIGHTLY-MARK
                   DISPLAY ESC SUC "[" WS-NLY-IDX "/" WS-NLY-COUNT "] "
                   FUNCTION TRIM(WS-NLY-STEP) " complete" ESC RES
               ELSE
                   MOVE "Y" TO WS-NLY-FAIL
                   DISPLAY ESC ERR "[" WS-NLY-IDX "/" WS-NLY-COUNT "] "
                   FUNCTION TRIM(WS-NLY-STEP) " failed (status "
                   WS-BATCH-FS-SAVE ") - chain stopped" ESC RES
               END-IF
           END-IF.
       PROCEDURE-NIGHTLY-REPORTS.
           MOVE WS-OPT-SPOOL TO WS-SPL-SAVE-OPT.
           MOVE "Y" TO WS-OPT-SPOOL.
           MOVE 0 TO WS-SPL-ERRORS.
           MOVE "00" TO WS-NLY-RPT-FS.
           MOVE "N" TO WS-NLY-RPT-SOFT.
           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-REPORT.
           PERFORM PROCEDURE-NIGHTLY-RPT-CHECK.
           PERFORM PROCEDURE-WORKLOAD.
           PERFORM PROCEDURE-NIGHTLY-RPT-CHECK.
           MOVE "Y" TO WS-NLY-RPT-SOFT.
           PERFORM PROCEDURE-TREND.
           PERFORM PROCEDURE-NIGHTLY-RPT-CHECK.
           MOVE "N" TO WS-NLY-RPT-SOFT.
           MOVE SPACES TO TP-STR-A.
           PERFORM PROCEDURE-CALENDAR.
           PERFORM PROCEDURE-NIGHTLY-RPT-CHECK.
           COMPUTE TP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1).
           MOVE SPACES TO TP-STR-A.
           STRING TP-DATE(1:4) "-" TP-DATE(5:2) "-" TP-DATE(7:2)
               DELIMITED BY SIZE INTO TP-STR-A.
           MOVE "Y" TO WS-NLY-RPT-SOFT.
           PERFORM PROCEDURE-HOURS.
           PERFORM PROCEDURE-NIGHTLY-RPT-CHECK.
           PERFORM PROCEDURE-HISTORY.
           PERFORM PROCEDURE-NIGHTLY-RPT-CHECK.
           MOVE WS-SPL-SAVE-OPT TO WS-OPT-SPOOL.
           IF WS-NLY-RPT-FS NOT = "00" THEN
               MOVE WS-NLY-RPT-FS TO WS-BATCH-FS-SAVE
           ELSE IF WS-SPL-ERRORS > 0 THEN
               MOVE "30" TO WS-BATCH-FS-SAVE
           ELSE
               MOVE "00" TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-NIGHTLY-RPT-CHECK.
           IF WS-BATCH-FS-SAVE = "00" OR WS-NLY-RPT-FS NOT = "00" THEN
               CONTINUE
           ELSE IF WS-NLY-RPT-SOFT = "Y"
               AND (WS-BATCH-FS-SAVE = "23" OR WS-BATCH-FS-SAVE = "35"
               OR WS-BATCH-FS-SAVE = "91") THEN
               CONTINUE
           ELSE
               MOVE WS-BATCH-FS-SAVE TO WS-NLY-RPT-FS
           END-IF.
           MOVE "00" TO WS-BATCH-FS-SAVE.
       PROCEDURE-NIGHTLY-MARK.
           OPEN EXTEND RUNCTL-FILE.
           IF FS-RUNCTL = "35" THEN
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF FS-RUNCTL = "00" OR FS-RUNCTL = "05" THEN
               MOVE WS-NLY-TODAY TO RC-DATE
               MOVE WS-NLY-STEP TO RC-STEP
               MOVE WS-NLY-STATE TO RC-STATE
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY ESC ERR "[!] could not write run-control "
               "record (status " FS-RUNCTL ")" ESC RES
           END-IF.
       PROCEDURE-OWNER.
           DISPLAY ESC H-1 "OWNER REGISTRY" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "action (add/off/admin/     "
               DISPLAY "      list):               " WITH NO ADVANCING
               ACCEPT WS-OWN-ACTION
           ELSE
               MOVE WS-ARG-2 TO WS-OWN-ACTION
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-OWN-ACTION) TO WS-OWN-ACTION.

           IF WS-OWN-ACTION = "add" THEN
               PERFORM PROCEDURE-OWNER-ADD
           ELSE IF WS-OWN-ACTION = "off" THEN
               PERFORM PROCEDURE-OWNER-OFF
           ELSE IF WS-OWN-ACTION = "admin" THEN
               PERFORM PROCEDURE-OWNER-ADMIN
           ELSE IF WS-OWN-ACTION = "list" THEN
               PERFORM PROCEDURE-OWNER-LIST
           ELSE
               DISPLAY ESC ERR "[!] action must be add, off, admin or "
               "list" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           END-IF.

           DISPLAY " ".
       PROCEDURE-OWNER-ADD.
           MOVE "N" TO WS-OWN-LOADED.
           PERFORM PROCEDURE-LOAD-OWNERS.
           IF WS-BATCH-MODE = "N" THEN
               MOVE SPACES TO OWN-CODE
               PERFORM UNTIL OWN-CODE NOT = SPACES
                   DISPLAY "(1/5) owner code:          "
                   WITH NO ADVANCING
                   ACCEPT OWN-CODE
                   IF OWN-CODE = SPACES THEN
                       DISPLAY
                       ESC ERR "[!] owner code cannot be blank"
                       ESC RES
                   END-IF
               END-PERFORM
               DISPLAY "(2/5) display name:        " WITH NO ADVANCING
               ACCEPT OWN-NAME
               DISPLAY "(3/5) contact:             " WITH NO ADVANCING
               ACCEPT OWN-CONTACT
               DISPLAY "(4/5) weekly capacity hrs  "
               DISPLAY "      (blank=40):          " WITH NO ADVANCING
               ACCEPT TP-STR-C
               IF TP-STR-C = SPACES THEN
                   MOVE "N" TO WS-OWN-CAP-GIVEN
                   MOVE 40 TO WS-WKL-CAP
               ELSE
                   MOVE "Y" TO WS-OWN-CAP-GIVEN
                   MOVE FUNCTION NUMVAL(TP-STR-C) TO WS-WKL-CAP
               END-IF
               DISPLAY "(5/5) rate grade           "
               DISPLAY "      (blank=none):        " WITH NO ADVANCING
               ACCEPT WS-OWN-GRADE
           ELSE
               MOVE WS-ARG-3(1:16) TO OWN-CODE
               MOVE WS-ARG-4 TO OWN-NAME
               MOVE WS-ARG-5(1:4) TO WS-OWN-GRADE
               MOVE SPACES TO OWN-CONTACT
               MOVE "N" TO WS-OWN-CAP-GIVEN
               MOVE 40 TO WS-WKL-CAP
               IF OWN-CODE = SPACES THEN
                   DISPLAY ESC ERR "[!] owner code cannot be blank"
                   ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               END-IF
           END-IF.
           IF OWN-NAME = SPACES THEN
               MOVE OWN-CODE TO OWN-NAME
           END-IF.
           IF WS-WKL-CAP = 0 THEN
               MOVE 40 TO WS-WKL-CAP
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-OWN-GRADE) TO WS-OWN-GRADE.

           IF WS-BATCH-FS-SAVE = "00" THEN
               PERFORM PROCEDURE-OWNERS-OPEN-IO
               IF WS-OWN-AVAIL NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] could not open owner file "
                   "(status " FS-OWNER ")" ESC RES
                   MOVE FS-OWNER TO WS-BATCH-FS-SAVE
               ELSE
                   MOVE "Y" TO OWN-ACTIVE
                   MOVE WS-WKL-CAP TO OWN-CAPACITY
                   MOVE "N" TO OWN-ADMIN
                   IF WS-OWN-COUNT = 0 THEN
                       MOVE "Y" TO OWN-ADMIN
                   END-IF
                   MOVE WS-OWN-GRADE TO OWN-GRADE
                   WRITE OWNER-RECORD
                       INVALID KEY
                           MOVE OWN-NAME TO TP-STR-A
                           MOVE OWN-CONTACT TO TP-STR-B
                           READ OWNER-FILE KEY IS OWN-CODE
                               INVALID KEY
                                   DISPLAY ESC ERR "[!] could not "
                                   "update owner record" ESC RES
                                   MOVE FS-OWNER TO WS-BATCH-FS-SAVE
                               NOT INVALID KEY
                                   PERFORM PROCEDURE-OWNER-UPDATE
                           END-READ
                       NOT INVALID KEY
                           DISPLAY ESC SUC "[i] owner "
                           FUNCTION TRIM(OWN-CODE) " registered!"
                           ESC RES
                           IF OWN-ADMIN = "Y" THEN
                               PERFORM PROCEDURE-OWNER-FIRST-ADMIN
                           END-IF
                   END-WRITE
                   CLOSE OWNER-FILE
                   MOVE "N" TO WS-OWN-LOADED
               END-IF
           END-IF.
       PROCEDURE-OWNER-UPDATE.
           MOVE "Y" TO WS-ADMIN-OK.
           MOVE OWN-ACTIVE TO TP-STR-C.
           IF OWN-ACTIVE NOT = "Y" THEN
               MOVE "owner reactivate" TO WS-ADMIN-CMD
               MOVE SPACES TO WS-ADMIN-TARGET
               PERFORM PROCEDURE-ADMIN-CHECK
           END-IF.
           IF WS-ADMIN-OK NOT = "Y" THEN
               DISPLAY ESC ERR "[!] owner " FUNCTION TRIM(OWN-CODE)
               " is inactive - only an administrator can reactivate "
               "it" ESC RES
           ELSE
               MOVE TP-STR-A TO OWN-NAME
               IF TP-STR-B NOT = SPACES THEN
                   MOVE TP-STR-B TO OWN-CONTACT
               END-IF
               IF WS-OWN-CAP-GIVEN = "Y" THEN
                   MOVE WS-WKL-CAP TO OWN-CAPACITY
               END-IF
               IF WS-OWN-GRADE NOT = SPACES THEN
                   MOVE WS-OWN-GRADE TO OWN-GRADE
               END-IF
               MOVE "Y" TO OWN-ACTIVE
               REWRITE OWNER-RECORD
               IF TP-STR-C(1:1) = "Y" THEN
                   DISPLAY ESC SUC "[i] owner " FUNCTION TRIM(OWN-CODE)
                   " updated!" ESC RES
               ELSE
                   MOVE SPACES TO WS-AUD-BEFORE
                   STRING "owner " DELIMITED BY SIZE
                       FUNCTION TRIM(OWN-CODE) DELIMITED BY SIZE
                       INTO WS-AUD-BEFORE
                   MOVE "active=Y" TO WS-AUD-AFTER
                   MOVE SPACES TO TASK-ID
                   MOVE "ADMIN" TO WS-AUD-ACTION
                   PERFORM PROCEDURE-AUDIT-LOG
                   DISPLAY ESC SUC "[i] owner " FUNCTION TRIM(OWN-CODE)
                   " updated and reactivated!" ESC RES
               END-IF
           END-IF.
       PROCEDURE-OWNER-FIRST-ADMIN.
           MOVE SPACES TO WS-AUD-BEFORE.
           STRING "owner " DELIMITED BY SIZE
               FUNCTION TRIM(OWN-CODE) DELIMITED BY SIZE
               INTO WS-AUD-BEFORE.
           MOVE "admin=Y" TO WS-AUD-AFTER.
           MOVE SPACES TO TASK-ID.
           MOVE "ADMIN" TO WS-AUD-ACTION.
           PERFORM PROCEDURE-AUDIT-LOG.
           DISPLAY ESC INF "[i] first registered owner - "
           FUNCTION TRIM(OWN-CODE) " is an administrator" ESC RES.
       PROCEDURE-OWNER-LAST-ADMIN.
           DISPLAY ESC ERR "[!] " FUNCTION TRIM(OWN-CODE)
           " is the last active administrator - grant another first"
           ESC RES.
           MOVE SPACES TO WS-AUD-BEFORE.
           STRING FUNCTION TRIM(WS-ADMIN-CMD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(OWN-CODE) DELIMITED BY SIZE
               INTO WS-AUD-BEFORE.
           MOVE "would leave no administrator" TO WS-AUD-AFTER.
           MOVE SPACES TO TASK-ID.
           MOVE "DENIED" TO WS-AUD-ACTION.
           PERFORM PROCEDURE-AUDIT-LOG.
           MOVE "91" TO WS-BATCH-FS-SAVE.
       PROCEDURE-OWNER-OFF.
           MOVE "owner off" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-OWNER-OFF-RUN
           END-IF.
       PROCEDURE-OWNER-OFF-RUN.
           MOVE "N" TO WS-OWN-LOADED.
           PERFORM PROCEDURE-LOAD-OWNERS.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/1) owner code:          " WITH NO ADVANCING
               ACCEPT OWN-CODE
           ELSE
               MOVE WS-ARG-3(1:16) TO OWN-CODE
           END-IF.

           PERFORM PROCEDURE-OWNERS-OPEN-IO.
           IF WS-OWN-AVAIL NOT = "Y" THEN
               DISPLAY ESC ERR "[!] could not open owner file "
               "(status " FS-OWNER ")" ESC RES
               MOVE FS-OWNER TO WS-BATCH-FS-SAVE
           ELSE
               READ OWNER-FILE KEY IS OWN-CODE
                   INVALID KEY
                       DISPLAY ESC ERR "[!] owner code not found"
                       ESC RES
                       MOVE FS-OWNER TO WS-BATCH-FS-SAVE
                   NOT INVALID KEY
                       IF OWN-ACTIVE = "Y" AND OWN-ADMIN = "Y"
                           AND WS-OWN-ADMINS < 2 THEN
                           PERFORM PROCEDURE-OWNER-LAST-ADMIN
                       ELSE
                           MOVE "N" TO OWN-ACTIVE
                           REWRITE OWNER-RECORD
                           DISPLAY ESC SUC "[i] owner "
                           FUNCTION TRIM(OWN-CODE) " deactivated!"
                           ESC RES
                       END-IF
               END-READ
               CLOSE OWNER-FILE
               MOVE "N" TO WS-OWN-LOADED
           END-IF.
       PROCEDURE-OWNER-ADMIN.
           MOVE "N" TO WS-OWN-LOADED.
           PERFORM PROCEDURE-LOAD-OWNERS.
           MOVE "owner admin" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           IF WS-OWN-COUNT > 0 AND WS-OWN-ADMINS = 0
               AND WS-OPER-VALID = "Y" THEN
               MOVE "Y" TO WS-ADMIN-OK
           ELSE
               PERFORM PROCEDURE-ADMIN-CHECK
           END-IF.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-OWNER-ADMIN-RUN
           END-IF.
       PROCEDURE-OWNER-ADMIN-RUN.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/2) owner code:          " WITH NO ADVANCING
               ACCEPT OWN-CODE
               DISPLAY "(2/2) administrator (Y/N): " WITH NO ADVANCING
               ACCEPT TP-STR-C
           ELSE
               MOVE WS-ARG-3(1:16) TO OWN-CODE
               MOVE WS-ARG-4 TO TP-STR-C
           END-IF.
           MOVE FUNCTION UPPER-CASE(TP-STR-C) TO TP-STR-C.

           IF TP-STR-C NOT = "Y" AND TP-STR-C NOT = "N" THEN
               DISPLAY ESC ERR "[!] administrator flag must be Y or N"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-OWNERS-OPEN-IO
               IF WS-OWN-AVAIL NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] could not open owner file "
                   "(status " FS-OWNER ")" ESC RES
                   MOVE FS-OWNER TO WS-BATCH-FS-SAVE
               ELSE
                   READ OWNER-FILE KEY IS OWN-CODE
                       INVALID KEY
                           DISPLAY ESC ERR "[!] owner code not found"
                           ESC RES
                           MOVE FS-OWNER TO WS-BATCH-FS-SAVE
                       NOT INVALID KEY
                           PERFORM PROCEDURE-OWNER-ADMIN-SET
                   END-READ
                   CLOSE OWNER-FILE
                   MOVE "N" TO WS-OWN-LOADED
               END-IF
           END-IF.
       PROCEDURE-OWNER-ADMIN-SET.
           IF TP-STR-C = "N" AND OWN-ACTIVE = "Y" AND OWN-ADMIN = "Y"
               AND WS-OWN-ADMINS < 2 THEN
               PERFORM PROCEDURE-OWNER-LAST-ADMIN
           ELSE
               MOVE SPACES TO WS-AUD-BEFORE
               STRING "owner " DELIMITED BY SIZE
                   FUNCTION TRIM(OWN-CODE)
                   DELIMITED BY SIZE
                   INTO WS-AUD-BEFORE
               MOVE SPACES TO WS-AUD-AFTER
               STRING "admin=" DELIMITED BY SIZE
                   TP-STR-C(1:1) DELIMITED BY SIZE
                   INTO WS-AUD-AFTER
               MOVE TP-STR-C(1:1) TO OWN-ADMIN
               REWRITE OWNER-RECORD
               MOVE SPACES TO TASK-ID
               MOVE "ADMIN" TO WS-AUD-ACTION
               PERFORM PROCEDURE-AUDIT-LOG
               IF OWN-ADMIN = "Y" THEN
                   DISPLAY ESC SUC "[i] owner "
                   FUNCTION TRIM(OWN-CODE)
                   " is now an administrator!" ESC RES
               ELSE
                   DISPLAY ESC SUC "[i] owner "
                   FUNCTION TRIM(OWN-CODE)
                   " is no longer an administrator!" ESC RES
               END-IF
           END-IF.
       PROCEDURE-OWNER-LIST.
           DISPLAY
           ESC SUB "| " ESC H-2 "CODE            "
           ESC SUB "| " ESC H-2 "NAME                            "
           ESC SUB "| " ESC H-2 "ACTIVE "
           ESC SUB "| " ESC H-2 "ADMIN "
           ESC SUB "| " ESC H-2 "GRADE "
           ESC SUB "| " ESC H-2 "CAP/WK "
           ESC SUB "| " ESC H-2 "CONTACT                         "
           ESC SUB "|".
           DISPLAY
           "|------------------"
           "|----------------------------------"
           "|--------"
           "|-------"
           "|-------"
           "|--------"
           "|----------------------------------|" ESC RES.
           MOVE 0 TO COUNTER.
           OPEN INPUT OWNER-FILE.
           IF FS-OWNER = "00" THEN
               PERFORM UNTIL FS-OWNER NOT = "00"
                   READ OWNER-FILE NEXT
                       AT END MOVE "99" TO FS-OWNER
                   NOT AT END
                       ADD 1 TO COUNTER
                       DISPLAY ESC SUB "| " ESC RES
                       OWN-CODE ESC SUB " | " ESC RES
                       OWN-NAME ESC SUB " | " ESC RES
                       OWN-ACTIVE "      " ESC SUB " | " ESC RES
                       OWN-ADMIN "     " ESC SUB " | " ESC RES
                       OWN-GRADE "  " ESC SUB " | " ESC RES
                       OWN-CAPACITY "   " ESC SUB " | " ESC RES
                       OWN-CONTACT ESC SUB " |" ESC RES
                   END-READ
               END-PERFORM
               CLOSE OWNER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY ESC SUB "registered owners: " COUNTER ESC RES.
       PROCEDURE-PROJECT.
           DISPLAY ESC H-1 "PROJECT REGISTER" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "action (add/close/open/    "
               DISPLAY "      list):               " WITH NO ADVANCING
               ACCEPT WS-PRJ-ACTION
           ELSE
               MOVE WS-ARG-2 TO WS-PRJ-ACTION
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-PRJ-ACTION) TO WS-PRJ-ACTION.

           IF WS-PRJ-ACTION = "add" THEN
               PERFORM PROCEDURE-PROJECT-ADD
           ELSE IF WS-PRJ-ACTION = "close"
               OR WS-PRJ-ACTION = "open" THEN
               PERFORM PROCEDURE-PROJECT-STATE
           ELSE IF WS-PRJ-ACTION = "list" THEN
               PERFORM PROCEDURE-PROJECT-LIST
           ELSE
               DISPLAY ESC ERR "[!] action must be add, close, open "
               "or list" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           END-IF.

           DISPLAY " ".
       PROCEDURE-PROJECTS-OPEN-IO.
           MOVE "N" TO WS-PRJ-AVAIL.
           OPEN I-O PROJECT-FILE.
           IF FS-PROJECT = "35" THEN
               OPEN OUTPUT PROJECT-FILE
               CLOSE PROJECT-FILE
               OPEN I-O PROJECT-FILE
           END-IF.
           IF FS-PROJECT = "00" THEN
               MOVE "Y" TO WS-PRJ-AVAIL
           END-IF.
       PROCEDURE-PROJECT-ADD.
           IF WS-BATCH-MODE = "N" THEN
               MOVE SPACES TO PRJ-CODE
               PERFORM UNTIL PRJ-CODE NOT = SPACES
                   DISPLAY "(1/4) project code:        "
                   WITH NO ADVANCING
                   ACCEPT PRJ-CODE
                   IF PRJ-CODE = SPACES THEN
                       DISPLAY
                       ESC ERR "[!] project code cannot be blank"
                       ESC RES
                   END-IF
               END-PERFORM
               DISPLAY "(2/4) project name:        " WITH NO ADVANCING
               ACCEPT PRJ-NAME
               MOVE "N" TO WS-OWN-VALID
               PERFORM UNTIL WS-OWN-VALID = "Y"
                   DISPLAY "(3/4) sponsor (owner):     "
                   WITH NO ADVANCING
                   ACCEPT WS-OWN-LOOKUP
                   PERFORM PROCEDURE-OWNER-VALIDATE
                   IF WS-OWN-LOOKUP = SPACES THEN
                       MOVE "N" TO WS-OWN-VALID
                   END-IF
                   IF WS-OWN-VALID NOT = "Y" THEN
                       DISPLAY ESC ERR "[!] sponsor must be a "
                       "registered owner" ESC RES
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-DATE-VALID
               PERFORM UNTIL WS-DATE-VALID = "Y"
                   DISPLAY "(4/4) target YYYY-MM-DD:   "
                   WITH NO ADVANCING
                   ACCEPT TP-STR-A
                   PERFORM PROCEDURE-VALIDATE-DATE
                   IF WS-DATE-VALID NOT = "Y" THEN
                       DISPLAY
                       ESC ERR "[!] invalid date - use YYYY-MM-DD"
                       ESC RES
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-ARG-3(1:8) TO PRJ-CODE
               MOVE WS-ARG-4 TO PRJ-NAME
               MOVE WS-ARG-5(1:16) TO WS-OWN-LOOKUP
               MOVE WS-ARG-6 TO TP-STR-A
               IF PRJ-CODE = SPACES THEN
                   DISPLAY ESC ERR "[!] project code cannot be blank"
                   ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-OWNER-VALIDATE
                   IF WS-OWN-VALID NOT = "Y"
                       OR WS-OWN-LOOKUP = SPACES THEN
                       DISPLAY ESC ERR "[!] sponsor must be a "
                       "registered owner" ESC RES
                       MOVE "91" TO WS-BATCH-FS-SAVE
                   END-IF
                   PERFORM PROCEDURE-VALIDATE-DATE
                   IF WS-DATE-VALID NOT = "Y" THEN
                       DISPLAY ESC ERR "[!] invalid target date - use "
                       "YYYY-MM-DD" ESC RES
                       MOVE "91" TO WS-BATCH-FS-SAVE
                   END-IF
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(PRJ-CODE) TO PRJ-CODE.
           IF PRJ-NAME = SPACES THEN
               MOVE PRJ-CODE TO PRJ-NAME
           END-IF.

           IF WS-BATCH-FS-SAVE = "00" THEN
               MOVE PRJ-CODE TO WS-PRJ-LOOKUP
               MOVE PRJ-NAME TO TP-STR-B
               PERFORM PROCEDURE-PROJECTS-OPEN-IO
               IF WS-PRJ-AVAIL NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] could not open project file "
                   "(status " FS-PROJECT ")" ESC RES
                   MOVE FS-PROJECT TO WS-BATCH-FS-SAVE
               ELSE
                   MOVE WS-PRJ-LOOKUP TO PRJ-CODE
                   MOVE TP-STR-B TO PRJ-NAME
                   MOVE WS-OWN-LOOKUP TO PRJ-SPONSOR
                   MOVE TP-DATE TO PRJ-TARGET
                   MOVE "Y" TO PRJ-OPEN
                   WRITE PROJECT-RECORD
                       INVALID KEY
                           READ PROJECT-FILE KEY IS PRJ-CODE
                               INVALID KEY
                                   DISPLAY ESC ERR "[!] could not "
                                   "update project record" ESC RES
                                   MOVE FS-PROJECT TO WS-BATCH-FS-SAVE
                               NOT INVALID KEY
                                   MOVE TP-STR-B TO PRJ-NAME
                                   MOVE WS-OWN-LOOKUP TO PRJ-SPONSOR
                                   MOVE TP-DATE TO PRJ-TARGET
                                   REWRITE PROJECT-RECORD
                                   DISPLAY ESC SUC "[i] project "
                                   FUNCTION TRIM(PRJ-CODE)
                                   " updated!" ESC RES
                           END-READ
                       NOT INVALID KEY
                           DISPLAY ESC SUC "[i] project "
                           FUNCTION TRIM(PRJ-CODE) " registered!"
                           ESC RES
                   END-WRITE
                   CLOSE PROJECT-FILE
               END-IF
           END-IF.
       PROCEDURE-PROJECT-STATE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/1) project code:        " WITH NO ADVANCING
               ACCEPT PRJ-CODE
           ELSE
               MOVE WS-ARG-3(1:8) TO PRJ-CODE
           END-IF.
           MOVE FUNCTION UPPER-CASE(PRJ-CODE) TO PRJ-CODE.

           PERFORM PROCEDURE-PROJECTS-OPEN-IO.
           IF WS-PRJ-AVAIL NOT = "Y" THEN
               DISPLAY ESC ERR "[!] could not open project file "
               "(status " FS-PROJECT ")" ESC RES
               MOVE FS-PROJECT TO WS-BATCH-FS-SAVE
           ELSE
               READ PROJECT-FILE KEY IS PRJ-CODE
                   INVALID KEY
                       DISPLAY ESC ERR "[!] project code not found"
                       ESC RES
                       MOVE FS-PROJECT TO WS-BATCH-FS-SAVE
                   NOT INVALID KEY
                       IF WS-PRJ-ACTION = "close" THEN
                           MOVE "N" TO PRJ-OPEN
                           REWRITE PROJECT-RECORD
                           DISPLAY ESC SUC "[i] project "
                           FUNCTION TRIM(PRJ-CODE) " closed!" ESC RES
                       ELSE
                           MOVE "Y" TO PRJ-OPEN
                           REWRITE PROJECT-RECORD
                           DISPLAY ESC SUC "[i] project "
                           FUNCTION TRIM(PRJ-CODE) " reopened!" ESC RES
                       END-IF
               END-READ
               CLOSE PROJECT-FILE
           END-IF.
       PROCEDURE-PROJECT-LIST.
           DISPLAY
           ESC SUB "| " ESC H-2 "CODE    "
           ESC SUB "| " ESC H-2 "NAME                            "
           ESC SUB "| " ESC H-2 "SPONSOR         "
           ESC SUB "| " ESC H-2 "TARGET     "
           ESC SUB "| " ESC H-2 "OPEN "
           ESC SUB "|".
           DISPLAY
           "|----------"
           "|----------------------------------"
           "|------------------"
           "|------------"
           "|------|" ESC RES.
           MOVE 0 TO COUNTER.
           OPEN INPUT PROJECT-FILE.
           IF FS-PROJECT = "00" THEN
               PERFORM UNTIL FS-PROJECT NOT = "00"
                   READ PROJECT-FILE NEXT
                       AT END MOVE "99" TO FS-PROJECT
                   NOT AT END
                       ADD 1 TO COUNTER
                       DISPLAY ESC SUB "| " ESC RES
                       PRJ-CODE ESC SUB " | " ESC RES
                       PRJ-NAME ESC SUB " | " ESC RES
                       PRJ-SPONSOR ESC SUB " | " ESC RES
                       PRJ-TARGET(1:4) "-" PRJ-TARGET(5:2) "-"
                       PRJ-TARGET(7:2) ESC SUB " | " ESC RES
                       PRJ-OPEN "   " ESC SUB " |" ESC RES
                   END-READ
               END-PERFORM
               CLOSE PROJECT-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY ESC SUB "registered projects: " COUNTER ESC RES.
       PROCEDURE-ROLLUP.
           DISPLAY ESC H-1 "PROJECT ROLLUP" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "project code (blank=all):  " WITH NO ADVANCING
               ACCEPT TP-STR-A
           END-IF.
           MOVE FUNCTION UPPER-CASE(TP-STR-A(1:8)) TO WS-PRJ-FILTER.

           PERFORM PROCEDURE-PROCESSOR.

           PERFORM PROCEDURE-ROLLUP-LOAD.
           IF WS-PRJ-COUNT = 0 THEN
               IF WS-PRJ-FILTER NOT = SPACES THEN
                   DISPLAY ESC ERR "[!] project "
                   FUNCTION TRIM(WS-PRJ-FILTER) " not found" ESC RES
                   MOVE "23" TO WS-BATCH-FS-SAVE
               ELSE
                   DISPLAY ESC INF "[i] no projects registered" ESC RES
               END-IF
           ELSE
               MOVE 0 TO WS-PRJ-MAP-COUNT
               MOVE "N" TO WS-PRJ-OVERFLOW
               PERFORM PROCEDURE-ROLLUP-TASKS
               PERFORM PROCEDURE-ROLLUP-HOURS
               PERFORM PROCEDURE-ROLLUP-PRINT
           END-IF.

           DISPLAY " ".
       PROCEDURE-ROLLUP-LOAD.
           MOVE 0 TO WS-PRJ-COUNT.
           OPEN INPUT PROJECT-FILE.
           IF FS-PROJECT = "00" THEN
               PERFORM UNTIL FS-PROJECT NOT = "00"
                   READ PROJECT-FILE NEXT
                       AT END MOVE "99" TO FS-PROJECT
                   NOT AT END
                       IF WS-PRJ-FILTER = SPACES
                           OR WS-PRJ-FILTER = PRJ-CODE THEN
                           PERFORM PROCEDURE-ROLLUP-LOAD-ROW
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJECT-FILE
           END-IF.
       PROCEDURE-ROLLUP-LOAD-ROW.
           IF WS-PRJ-COUNT < 200 THEN
               ADD 1 TO WS-PRJ-COUNT
               MOVE PRJ-CODE TO PRJ-T-CODE(WS-PRJ-COUNT)
               MOVE PRJ-NAME TO PRJ-T-NAME(WS-PRJ-COUNT)
               MOVE PRJ-SPONSOR TO PRJ-T-SPONSOR(WS-PRJ-COUNT)
               MOVE PRJ-TARGET TO PRJ-T-TARGET(WS-PRJ-COUNT)
               MOVE PRJ-OPEN TO PRJ-T-OPEN(WS-PRJ-COUNT)
               MOVE 0 TO PRJ-T-STEPS(WS-PRJ-COUNT)
               MOVE 0 TO PRJ-T-DONE(WS-PRJ-COUNT)
               MOVE 0 TO PRJ-T-OPEN-N(WS-PRJ-COUNT)
               MOVE 0 TO PRJ-T-OVERDUE(WS-PRJ-COUNT)
               MOVE 0 TO PRJ-T-BLOCKED(WS-PRJ-COUNT)
               MOVE 0 TO PRJ-T-EST(WS-PRJ-COUNT)
               MOVE 0 TO PRJ-T-LOGGED(WS-PRJ-COUNT)
               MOVE SPACES TO PRJ-T-LAST-DUE(WS-PRJ-COUNT)
           ELSE
               DISPLAY ESC ERR "[!] more than 200 projects - rollup "
               "truncated" ESC RES
               MOVE "99" TO FS-PROJECT
           END-IF.
       PROCEDURE-ROLLUP-FIND.
           MOVE 0 TO WS-PRJ-SLOT.
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               OR WS-PRJ-SLOT > 0
               IF PRJ-T-CODE(WS-PRJ-IDX) = WS-PRJ-LOOKUP THEN
                   MOVE WS-PRJ-IDX TO WS-PRJ-SLOT
               END-IF
           END-PERFORM.
       PROCEDURE-ROLLUP-TASKS.
           OPEN INPUT TASK-FILE.
           IF FS-TASK = "00" THEN
               PERFORM UNTIL FS-TASK NOT = "00"
                   READ TASK-FILE NEXT
                       AT END MOVE "99" TO FS-TASK
                   NOT AT END
                       IF TASK-PROJECT NOT = SPACES THEN
                           MOVE TASK-PROJECT TO WS-PRJ-LOOKUP
                           PERFORM PROCEDURE-ROLLUP-FIND
                           IF WS-PRJ-SLOT > 0 THEN
                               PERFORM PROCEDURE-ROLLUP-TASK-ROW
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCHIVE = "00" THEN
               PERFORM UNTIL FS-ARCHIVE NOT = "00"
                   READ ARCHIVE-FILE
                       AT END MOVE "99" TO FS-ARCHIVE
                   NOT AT END
                       IF ARC-PROJECT NOT = SPACES THEN
                           MOVE ARC-PROJECT TO WS-PRJ-LOOKUP
                           PERFORM PROCEDURE-ROLLUP-FIND
                           IF WS-PRJ-SLOT > 0 THEN
                               ADD 1 TO PRJ-T-STEPS(WS-PRJ-SLOT)
                               ADD 1 TO PRJ-T-DONE(WS-PRJ-SLOT)
                               ADD ARC-EST-HOURS
                                   TO PRJ-T-EST(WS-PRJ-SLOT)
                               MOVE ARC-ID TO TP-STR-B
                               PERFORM PROCEDURE-ROLLUP-MAP-ADD
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
       PROCEDURE-ROLLUP-TASK-ROW.
           ADD 1 TO PRJ-T-STEPS(WS-PRJ-SLOT).
           ADD TASK-EST-HOURS TO PRJ-T-EST(WS-PRJ-SLOT).
           IF TASK-STATUS = "2" THEN
               ADD 1 TO PRJ-T-DONE(WS-PRJ-SLOT)
           ELSE
               ADD 1 TO PRJ-T-OPEN-N(WS-PRJ-SLOT)
               IF TASK-STATUS = "0" OR TASK-STATUS = SPACE THEN
                   ADD 1 TO PRJ-T-OVERDUE(WS-PRJ-SLOT)
               ELSE IF TASK-STATUS = "3" THEN
                   ADD 1 TO PRJ-T-BLOCKED(WS-PRJ-SLOT)
               END-IF
               IF TASK-DATE > PRJ-T-LAST-DUE(WS-PRJ-SLOT) THEN
                   MOVE TASK-DATE TO PRJ-T-LAST-DUE(WS-PRJ-SLOT)
               END-IF
           END-IF.
           MOVE TASK-ID TO TP-STR-B.
           PERFORM PROCEDURE-ROLLUP-MAP-ADD.
       PROCEDURE-ROLLUP-MAP-ADD.
           IF WS-PRJ-MAP-COUNT < 5000 THEN
               ADD 1 TO WS-PRJ-MAP-COUNT
               MOVE TP-STR-B TO PRJ-MAP-ID(WS-PRJ-MAP-COUNT)
               MOVE WS-PRJ-SLOT TO PRJ-MAP-SLOT(WS-PRJ-MAP-COUNT)
           ELSE IF WS-PRJ-OVERFLOW = "N" THEN
               DISPLAY ESC ERR "[!] more than 5000 project tasks - "
               "logged hours incomplete" ESC RES
               MOVE "Y" TO WS-PRJ-OVERFLOW
           END-IF.
       PROCEDURE-ROLLUP-HOURS.
           OPEN INPUT WORKLOG-FILE.
           IF FS-WORKLOG = "00" THEN
               PERFORM UNTIL FS-WORKLOG NOT = "00"
                   READ WORKLOG-FILE NEXT
                       AT END MOVE "99" TO FS-WORKLOG
                   NOT AT END
                       MOVE WLOG-TASK-ID TO TP-STR-B
                       MOVE WLOG-HOURS TO WS-WLG-HOURS
                       PERFORM PROCEDURE-ROLLUP-HOURS-ADD
                   END-READ
               END-PERFORM
               CLOSE WORKLOG-FILE
           END-IF.

           OPEN INPUT ARCH-WORKLOG-FILE.
           IF FS-ARCWORK = "00" THEN
               PERFORM UNTIL FS-ARCWORK NOT = "00"
                   READ ARCH-WORKLOG-FILE
                       AT END MOVE "99" TO FS-ARCWORK
                   NOT AT END
                       MOVE AW-TASK-ID TO TP-STR-B
                       MOVE AW-HOURS TO WS-WLG-HOURS
                       PERFORM PROCEDURE-ROLLUP-HOURS-ADD
                   END-READ
               END-PERFORM
               CLOSE ARCH-WORKLOG-FILE
           END-IF.
       PROCEDURE-ROLLUP-HOURS-ADD.
           MOVE 0 TO WS-PRJ-SLOT.
           PERFORM VARYING WS-PRJ-MAP-IDX FROM 1 BY 1
               UNTIL WS-PRJ-MAP-IDX > WS-PRJ-MAP-COUNT
               OR WS-PRJ-SLOT > 0
               IF PRJ-MAP-ID(WS-PRJ-MAP-IDX) = TP-STR-B THEN
                   MOVE PRJ-MAP-SLOT(WS-PRJ-MAP-IDX) TO WS-PRJ-SLOT
               END-IF
           END-PERFORM.
           IF WS-PRJ-SLOT > 0 THEN
               ADD WS-WLG-HOURS TO PRJ-T-LOGGED(WS-PRJ-SLOT)
           END-IF.
       PROCEDURE-ROLLUP-PRINT.
           MOVE 0 TO WS-PRJ-LATE-COUNT.
           DISPLAY ESC H-2 "project status" ESC RES.
           DISPLAY
           ESC SUB "| " ESC H-2 "PROJECT "
           ESC SUB "| " ESC H-2 "NAME                            "
           ESC SUB "| " ESC H-2 "SPONSOR         "
           ESC SUB "| " ESC H-2 "TARGET     "
           ESC SUB "| " ESC H-2 "STATE  "
           ESC SUB "| " ESC H-2 "DONE "
           ESC SUB "|".
           DISPLAY
           "|----------"
           "|----------------------------------"
           "|------------------"
           "|------------"
           "|--------"
           "|------|" ESC RES.
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               IF PRJ-T-OPEN(WS-PRJ-IDX) = "Y" THEN
                   MOVE "OPEN" TO WS-PRJ-STATE
               ELSE
                   MOVE "CLOSED" TO WS-PRJ-STATE
               END-IF
               IF PRJ-T-STEPS(WS-PRJ-IDX) > 0 THEN
                   COMPUTE WS-PRJ-PCT = PRJ-T-DONE(WS-PRJ-IDX) * 100
                       / PRJ-T-STEPS(WS-PRJ-IDX)
               ELSE
                   MOVE 0 TO WS-PRJ-PCT
               END-IF
               DISPLAY ESC SUB "| " ESC RES
               PRJ-T-CODE(WS-PRJ-IDX) ESC SUB " | " ESC RES
               PRJ-T-NAME(WS-PRJ-IDX) ESC SUB " | " ESC RES
               PRJ-T-SPONSOR(WS-PRJ-IDX) ESC SUB " | " ESC RES
               PRJ-T-TARGET(WS-PRJ-IDX)(1:4) "-"
               PRJ-T-TARGET(WS-PRJ-IDX)(5:2) "-"
               PRJ-T-TARGET(WS-PRJ-IDX)(7:2) ESC SUB " | " ESC RES
               WS-PRJ-STATE ESC SUB " | " ESC RES
               WS-PRJ-PCT "%" ESC SUB " |" ESC RES
           END-PERFORM.
           DISPLAY " ".
           DISPLAY ESC H-2 "progress and effort" ESC RES.
           DISPLAY
           ESC SUB "| " ESC H-2 "PROJECT "
           ESC SUB "| " ESC H-2 "STEPS  "
           ESC SUB "| " ESC H-2 "OPEN   "
           ESC SUB "| " ESC H-2 "OVERDUE"
           ESC SUB "| " ESC H-2 "BLOCKED"
           ESC SUB "| " ESC H-2 "EST HRS"
           ESC SUB "| " ESC H-2 "LOGGED HRS"
           ESC SUB "| " ESC H-2 "LATEST DUE"
           ESC SUB "| " ESC H-2 "VS TARGET"
           ESC SUB "|".
           DISPLAY
           "|----------"
           "|---------"
           "|---------"
           "|---------"
           "|---------"
           "|---------"
           "|------------"
           "|------------"
           "|-----------|" ESC RES.
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
               MOVE SPACES TO TP-STR-C
               IF PRJ-T-OPEN-N(WS-PRJ-IDX) = 0 THEN
                   MOVE "no open" TO WS-PRJ-RISK
               ELSE
                   STRING PRJ-T-LAST-DUE(WS-PRJ-IDX)(1:4) "-"
                       PRJ-T-LAST-DUE(WS-PRJ-IDX)(5:2) "-"
                       PRJ-T-LAST-DUE(WS-PRJ-IDX)(7:2)
                       DELIMITED BY SIZE INTO TP-STR-C
                   IF PRJ-T-LAST-DUE(WS-PRJ-IDX) >
                       PRJ-T-TARGET(WS-PRJ-IDX) THEN
                       MOVE "LATE" TO WS-PRJ-RISK
                       ADD 1 TO WS-PRJ-LATE-COUNT
                   ELSE
                       MOVE "on track" TO WS-PRJ-RISK
                   END-IF
               END-IF
               MOVE PRJ-T-LOGGED(WS-PRJ-IDX) TO WS-WLG-DISP
               DISPLAY ESC SUB "| " ESC RES
               PRJ-T-CODE(WS-PRJ-IDX) ESC SUB " | " ESC RES
               PRJ-T-STEPS(WS-PRJ-IDX) " " ESC SUB " | " ESC RES
               PRJ-T-OPEN-N(WS-PRJ-IDX) " " ESC SUB " | " ESC RES
               PRJ-T-OVERDUE(WS-PRJ-IDX) " " ESC SUB " | " ESC RES
               PRJ-T-BLOCKED(WS-PRJ-IDX) " " ESC SUB " | " ESC RES
               PRJ-T-EST(WS-PRJ-IDX) " " ESC SUB " | " ESC RES
               WS-WLG-DISP " " ESC SUB " | " ESC RES
               TP-STR-C(1:10) ESC SUB " | " ESC RES
               WS-PRJ-RISK ESC SUB " |" ESC RES
           END-PERFORM.
           DISPLAY " ".
           DISPLAY ESC SUB "projects: " WS-PRJ-COUNT
           "  latest open step past target: " WS-PRJ-LATE-COUNT
           ESC RES.
       PROCEDURE-PERIOD.
           DISPLAY ESC H-1 "ACCOUNTING PERIODS" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "action (close/list):       " WITH NO ADVANCING
               ACCEPT WS-CHG-ACTION
           ELSE
               MOVE WS-ARG-2 TO WS-CHG-ACTION
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-CHG-ACTION) TO WS-CHG-ACTION.

           IF WS-CHG-ACTION = "close" THEN
               PERFORM PROCEDURE-PERIOD-CLOSE
           ELSE IF WS-CHG-ACTION = "list" THEN
               PERFORM PROCEDURE-PERIOD-LIST
           ELSE
               DISPLAY ESC ERR "[!] action must be close or list"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           END-IF.

           DISPLAY " ".
       PROCEDURE-PERIOD-CLOSE.
           MOVE "period close" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-PERIOD-CLOSE-RUN
           END-IF.
       PROCEDURE-PERIOD-CLOSE-RUN.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/1) month YYYY-MM        "
               DISPLAY "      (blank=last month):  " WITH NO ADVANCING
               ACCEPT TP-STR-A
           ELSE
               MOVE WS-ARG-3 TO TP-STR-A
           END-IF.

           PERFORM PROCEDURE-PERIOD-PARSE.
           IF WS-DATE-VALID NOT = "Y" THEN
               DISPLAY ESC ERR "[!] invalid month - use YYYY-MM"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE IF WS-CHG-PERIOD > WS-CURRENT-DATE(1:6) THEN
               DISPLAY ESC ERR "[!] a future month cannot be closed"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-PERIOD-CHECK
               IF WS-CHG-CLOSED = "Y" THEN
                   DISPLAY ESC ERR "[!] period " WS-CHG-YEAR "-"
                   WS-CHG-MONTH " is already closed" ESC RES
                   MOVE "91" TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-PERIOD-WRITE
               END-IF
           END-IF.
       PROCEDURE-PERIOD-WRITE.
           OPEN EXTEND PERIOD-FILE.
           IF FS-PERIOD = "35" THEN
               OPEN OUTPUT PERIOD-FILE
           END-IF.
           IF FS-PERIOD = "00" OR FS-PERIOD = "05" THEN
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE SPACES TO PERIOD-RECORD
               MOVE WS-CHG-PERIOD TO PER-MONTH
               STRING WS-AUD-DATE DELIMITED BY SIZE
                   WS-AUD-TIME(1:6) DELIMITED BY SIZE
                   INTO PER-STAMP
               MOVE WS-OPERATOR TO PER-OPERATOR
               WRITE PERIOD-RECORD
               CLOSE PERIOD-FILE

               MOVE SPACES TO TASK-ID
               MOVE "CLOSE" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE
               STRING "period " DELIMITED BY SIZE
                   WS-CHG-YEAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CHG-MONTH DELIMITED BY SIZE
                   INTO WS-AUD-BEFORE
               MOVE "closed to new hours" TO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG

               DISPLAY ESC SUC "[i] period " WS-CHG-YEAR "-"
               WS-CHG-MONTH " closed!" ESC RES
           ELSE
               DISPLAY ESC ERR "[!] could not open period file "
               "(status " FS-PERIOD ")" ESC RES
               MOVE FS-PERIOD TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-PERIOD-LIST.
           DISPLAY
           ESC SUB "| " ESC H-2 "MONTH  "
           ESC SUB "| " ESC H-2 "CLOSED ON       "
           ESC SUB "| " ESC H-2 "CLOSED BY       "
           ESC SUB "|".
           DISPLAY
           "|---------"
           "|------------------"
           "|------------------|" ESC RES.
           MOVE 0 TO COUNTER.
           OPEN INPUT PERIOD-FILE.
           IF FS-PERIOD = "00" THEN
               PERFORM UNTIL FS-PERIOD NOT = "00"
                   READ PERIOD-FILE
                       AT END MOVE "99" TO FS-PERIOD
                   NOT AT END
                       ADD 1 TO COUNTER
                       DISPLAY ESC SUB "| " ESC RES
                       PER-MONTH(1:4) "-" PER-MONTH(5:2)
                       ESC SUB " | " ESC RES
                       PER-STAMP(1:4) "-" PER-STAMP(5:2) "-"
                       PER-STAMP(7:2) " " PER-STAMP(9:2) ":"
                       PER-STAMP(11:2) ESC SUB " | " ESC RES
                       PER-OPERATOR ESC SUB " |" ESC RES
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY ESC SUB "closed periods: " COUNTER ESC RES.
       PROCEDURE-PERIOD-PARSE.
           MOVE "N" TO WS-DATE-VALID.
           IF TP-STR-A = SPACES THEN
               MOVE WS-CURRENT-YEAR TO WS-CHG-YEAR
               IF WS-CURRENT-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-CHG-YEAR
                   MOVE 12 TO WS-CHG-MONTH
               ELSE
                   COMPUTE WS-CHG-MONTH = WS-CURRENT-MONTH - 1
               END-IF
               MOVE "Y" TO WS-DATE-VALID
           ELSE IF TP-STR-A(1:4) IS NUMERIC AND TP-STR-A(5:1) = "-"
               AND TP-STR-A(6:2) IS NUMERIC
               AND TP-STR-A(8:25) = SPACES THEN
               MOVE TP-STR-A(1:4) TO WS-CHG-PERIOD(1:4)
               MOVE TP-STR-A(6:2) TO WS-CHG-PERIOD(5:2)
               IF WS-CHG-YEAR > 1600 AND WS-CHG-MONTH >= 1
                   AND WS-CHG-MONTH <= 12 THEN
                   MOVE "Y" TO WS-DATE-VALID
               END-IF
           END-IF.
       PROCEDURE-PERIOD-CHECK.
           MOVE "N" TO WS-CHG-CLOSED.
           OPEN INPUT PERIOD-FILE.
           IF FS-PERIOD = "00" THEN
               PERFORM UNTIL FS-PERIOD NOT = "00"
                   READ PERIOD-FILE
                       AT END MOVE "99" TO FS-PERIOD
                   NOT AT END
                       IF PER-MONTH = WS-CHG-PERIOD THEN
                           MOVE "Y" TO WS-CHG-CLOSED
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
       PROCEDURE-PERIOD-TASK-WORK.
           MOVE "N" TO WS-CHG-LOCKED.
           PERFORM PROCEDURE-WORKLOG-OPEN-IO.
           IF WS-WLG-AVAIL = "Y" THEN
               MOVE TASK-ID TO WLOG-TASK-ID
               MOVE 0 TO WLOG-SEQ
               MOVE "Y" TO WS-WLG-MORE
               START WORKLOG-FILE KEY IS >= WLOG-KEY
                   INVALID KEY
                       MOVE "N" TO WS-WLG-MORE
               END-START
               PERFORM UNTIL WS-WLG-MORE NOT = "Y"
                   READ WORKLOG-FILE NEXT
                       AT END MOVE "N" TO WS-WLG-MORE
                   NOT AT END
                       IF WLOG-TASK-ID NOT = TASK-ID THEN
                           MOVE "N" TO WS-WLG-MORE
                       ELSE
                           MOVE WLOG-STAMP(1:6) TO WS-CHG-PERIOD
                           PERFORM PROCEDURE-PERIOD-CHECK
                           IF WS-CHG-CLOSED = "Y" THEN
                               MOVE "Y" TO WS-CHG-LOCKED
                               MOVE "N" TO WS-WLG-MORE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLOG-FILE
           END-IF.
       PROCEDURE-PERIOD-BIN-WORK.
           MOVE "N" TO WS-CHG-LOCKED.
           OPEN INPUT BIN-WORKLOG-FILE.
           IF FS-BINWORK = "00" THEN
               PERFORM UNTIL FS-BINWORK NOT = "00"
                   OR WS-CHG-LOCKED = "Y"
                   READ BIN-WORKLOG-FILE
                       AT END MOVE "99" TO FS-BINWORK
                   NOT AT END
                       IF BW-TASK-ID = TP-STR-B
                           AND BW-STAMP = WS-BIN-STAMP THEN
                           MOVE BW-WLOG-STAMP(1:6) TO WS-CHG-PERIOD
                           PERFORM PROCEDURE-PERIOD-CHECK
                           IF WS-CHG-CLOSED = "Y" THEN
                               MOVE "Y" TO WS-CHG-LOCKED
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BIN-WORKLOG-FILE
           END-IF.
       PROCEDURE-CHARGE.
           DISPLAY ESC H-1 "CHARGEBACK REPORT" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "month YYYY-MM              "
               DISPLAY "      (blank=last month):  " WITH NO ADVANCING
               ACCEPT TP-STR-A
           END-IF.

           PERFORM PROCEDURE-PERIOD-PARSE.
           IF WS-DATE-VALID NOT = "Y" THEN
               DISPLAY ESC ERR "[!] invalid month - use YYYY-MM"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-PERIOD-CHECK
               PERFORM PROCEDURE-LOAD-OWNERS
               MOVE "N" TO WS-CHG-OVERFLOW
               PERFORM PROCEDURE-CHARGE-RATES
               PERFORM PROCEDURE-CHARGE-MAP
               PERFORM PROCEDURE-CHARGE-SCAN
               PERFORM PROCEDURE-CHARGE-SORT
               PERFORM PROCEDURE-CHARGE-PRINT
               PERFORM PROCEDURE-CHARGE-EXTRACT
           END-IF.

           DISPLAY " ".
       PROCEDURE-CHARGE-RATES.
           MOVE 0 TO WS-RAT-COUNT.
           OPEN INPUT RATE-FILE.
           IF FS-RATE NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not open rate table "
               "(status " FS-RATE ") - hours priced at zero" ESC RES
           ELSE
               PERFORM UNTIL FS-RATE NOT = "00"
                   READ RATE-FILE
                       AT END MOVE "99" TO FS-RATE
                   NOT AT END
                       PERFORM PROCEDURE-CHARGE-RATE-ROW
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
       PROCEDURE-CHARGE-RATE-ROW.
           IF RATE-RECORD = SPACES OR RATE-RECORD(1:1) = "#" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-RAT-KIND
               MOVE SPACES TO WS-RAT-CODE
               MOVE SPACES TO WS-RAT-VALUE
               UNSTRING RATE-RECORD DELIMITED BY "|"
                   INTO WS-RAT-KIND WS-RAT-CODE WS-RAT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-RAT-KIND) TO WS-RAT-KIND
               IF WS-RAT-KIND = "DEFAULT" AND WS-RAT-VALUE = SPACES
                   MOVE WS-RAT-CODE TO WS-RAT-VALUE
                   MOVE SPACES TO WS-RAT-CODE
               END-IF
               IF (WS-RAT-KIND = "OWNER" OR WS-RAT-KIND = "GRADE"
                   OR WS-RAT-KIND = "DEFAULT")
                   AND WS-RAT-VALUE NOT = SPACES THEN
                   IF WS-RAT-COUNT < 500 THEN
                       ADD 1 TO WS-RAT-COUNT
                       MOVE WS-RAT-KIND(1:1) TO RAT-T-KIND(WS-RAT-COUNT)
                       IF WS-RAT-KIND = "OWNER" THEN
                           MOVE FUNCTION LOWER-CASE(WS-RAT-CODE)
                               TO RAT-T-CODE(WS-RAT-COUNT)
                       ELSE
                           MOVE FUNCTION UPPER-CASE(WS-RAT-CODE)
                               TO RAT-T-CODE(WS-RAT-COUNT)
                       END-IF
                       MOVE FUNCTION NUMVAL(WS-RAT-VALUE)
                           TO RAT-T-RATE(WS-RAT-COUNT)
                   ELSE
                       DISPLAY ESC ERR "[!] more than 500 rates - "
                       "rate table truncated" ESC RES
                       MOVE "99" TO FS-RATE
                   END-IF
               ELSE
                   DISPLAY ESC ERR "[!] rate line ignored: "
                   FUNCTION TRIM(RATE-RECORD) ESC RES
               END-IF
           END-IF.
       PROCEDURE-CHARGE-RATE-FIND.
           MOVE "N" TO WS-CHG-RATED.
           MOVE 0 TO WS-CHG-RATE.
           MOVE "O" TO WS-RAT-KIND.
           MOVE FUNCTION LOWER-CASE(WS-WLG-OWNER) TO WS-RAT-CODE.
           PERFORM PROCEDURE-CHARGE-RATE-SEEK.
           IF WS-CHG-RATED = "N" THEN
               MOVE WS-WLG-OWNER TO WS-OWN-LOOKUP
               PERFORM PROCEDURE-OWNER-RESOLVE
               IF WS-OWN-SLOT > 0 THEN
                   IF OWN-T-GRADE(WS-OWN-SLOT) NOT = SPACES THEN
                       MOVE "G" TO WS-RAT-KIND
                       MOVE OWN-T-GRADE(WS-OWN-SLOT) TO WS-RAT-CODE
                       PERFORM PROCEDURE-CHARGE-RATE-SEEK
                   END-IF
               END-IF
           END-IF.
           IF WS-CHG-RATED = "N" THEN
               MOVE "D" TO WS-RAT-KIND
               MOVE SPACES TO WS-RAT-CODE
               PERFORM PROCEDURE-CHARGE-RATE-SEEK
           END-IF.
       PROCEDURE-CHARGE-RATE-SEEK.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT
               OR WS-CHG-RATED = "Y"
               IF RAT-T-KIND(WS-RAT-IDX) = WS-RAT-KIND(1:1)
                   AND RAT-T-CODE(WS-RAT-IDX) = WS-RAT-CODE THEN
                   MOVE "Y" TO WS-CHG-RATED
                   MOVE RAT-T-RATE(WS-RAT-IDX) TO WS-CHG-RATE
               END-IF
           END-PERFORM.
       PROCEDURE-CHARGE-MAP.
           MOVE 0 TO WS-CHG-MAP-COUNT.
           OPEN INPUT TASK-FILE.
           IF FS-TASK = "00" THEN
               PERFORM UNTIL FS-TASK NOT = "00"
                   READ TASK-FILE NEXT
                       AT END MOVE "99" TO FS-TASK
                   NOT AT END
                       MOVE TASK-ID TO TP-STR-B
                       MOVE TASK-COST-CENTRE TO WS-CHG-CENTRE
                       PERFORM PROCEDURE-CHARGE-MAP-ADD
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCHIVE = "00" THEN
               PERFORM UNTIL FS-ARCHIVE NOT = "00"
                   READ ARCHIVE-FILE
                       AT END MOVE "99" TO FS-ARCHIVE
                   NOT AT END
                       MOVE ARC-ID TO TP-STR-B
                       MOVE ARC-COST-CENTRE TO WS-CHG-CENTRE
                       PERFORM PROCEDURE-CHARGE-MAP-ADD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
       PROCEDURE-CHARGE-MAP-ADD.
           IF WS-CHG-CENTRE NOT = SPACES THEN
               IF WS-CHG-MAP-COUNT < 5000 THEN
                   ADD 1 TO WS-CHG-MAP-COUNT
                   MOVE TP-STR-B TO CHG-MAP-ID(WS-CHG-MAP-COUNT)
                   MOVE WS-CHG-CENTRE
                       TO CHG-MAP-CENTRE(WS-CHG-MAP-COUNT)
               ELSE
                   PERFORM PROCEDURE-CHARGE-OVERFLOW
               END-IF
           END-IF.
       PROCEDURE-CHARGE-OVERFLOW.
           IF WS-CHG-OVERFLOW = "N" THEN
               DISPLAY ESC ERR "[!] too many tasks or cost centres - "
               "chargeback incomplete" ESC RES
               MOVE "Y" TO WS-CHG-OVERFLOW
           END-IF.
       PROCEDURE-CHARGE-SCAN.
           MOVE 0 TO WS-CHG-COUNT.
           MOVE 0 TO WS-CHG-ENTRIES.
           MOVE 0 TO WS-CHG-UNRATED.
           MOVE 0 TO WS-CHG-TOT-HOURS.
           MOVE 0 TO WS-CHG-TOT-AMOUNT.

           OPEN INPUT WORKLOG-FILE.
           IF FS-WORKLOG = "00" THEN
               PERFORM UNTIL FS-WORKLOG NOT = "00"
                   READ WORKLOG-FILE NEXT
                       AT END MOVE "99" TO FS-WORKLOG
                   NOT AT END
                       IF WLOG-STAMP(1:6) = WS-CHG-PERIOD THEN
                           MOVE WLOG-TASK-ID TO TP-STR-B
                           MOVE WLOG-OWNER TO WS-WLG-OWNER
                           MOVE WLOG-HOURS TO WS-WLG-HOURS
                           PERFORM PROCEDURE-CHARGE-ENTRY
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLOG-FILE
           END-IF.

           OPEN INPUT ARCH-WORKLOG-FILE.
           IF FS-ARCWORK = "00" THEN
               PERFORM UNTIL FS-ARCWORK NOT = "00"
                   READ ARCH-WORKLOG-FILE
                       AT END MOVE "99" TO FS-ARCWORK
                   NOT AT END
                       IF AW-STAMP(1:6) = WS-CHG-PERIOD THEN
                           MOVE AW-TASK-ID TO TP-STR-B
                           MOVE AW-OWNER TO WS-WLG-OWNER
                           MOVE AW-HOURS TO WS-WLG-HOURS
                           PERFORM PROCEDURE-CHARGE-ENTRY
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-WORKLOG-FILE
           END-IF.
       PROCEDURE-CHARGE-ENTRY.
           ADD 1 TO WS-CHG-ENTRIES.
           PERFORM PROCEDURE-CHARGE-RATE-FIND.
           IF WS-CHG-RATED = "N" THEN
               ADD 1 TO WS-CHG-UNRATED
           END-IF.
           COMPUTE WS-CHG-AMOUNT ROUNDED = WS-WLG-HOURS * WS-CHG-RATE.
           ADD WS-WLG-HOURS TO WS-CHG-TOT-HOURS.
           ADD WS-CHG-AMOUNT TO WS-CHG-TOT-AMOUNT.

           MOVE "(none)" TO WS-CHG-CENTRE.
           MOVE 0 TO WS-CHG-SLOT.
           PERFORM VARYING WS-CHG-MAP-IDX FROM 1 BY 1
               UNTIL WS-CHG-MAP-IDX > WS-CHG-MAP-COUNT
               OR WS-CHG-SLOT > 0
               IF CHG-MAP-ID(WS-CHG-MAP-IDX) = TP-STR-B THEN
                   MOVE WS-CHG-MAP-IDX TO WS-CHG-SLOT
                   MOVE CHG-MAP-CENTRE(WS-CHG-MAP-IDX)
                       TO WS-CHG-CENTRE
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-CHG-SLOT.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               OR WS-CHG-SLOT > 0
               IF CHG-L-CENTRE(WS-CHG-IDX) = WS-CHG-CENTRE
                   AND CHG-L-TASK(WS-CHG-IDX) = TP-STR-B THEN
                   MOVE WS-CHG-IDX TO WS-CHG-SLOT
               END-IF
           END-PERFORM.
           IF WS-CHG-SLOT = 0 THEN
               IF WS-CHG-COUNT < 2000 THEN
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-CHG-COUNT TO WS-CHG-SLOT
                   MOVE WS-CHG-CENTRE TO CHG-L-CENTRE(WS-CHG-SLOT)
                   MOVE TP-STR-B TO CHG-L-TASK(WS-CHG-SLOT)
                   MOVE 0 TO CHG-L-ENTRIES(WS-CHG-SLOT)
                   MOVE 0 TO CHG-L-HOURS(WS-CHG-SLOT)
                   MOVE 0 TO CHG-L-AMOUNT(WS-CHG-SLOT)
               ELSE
                   PERFORM PROCEDURE-CHARGE-OVERFLOW
               END-IF
           END-IF.
           IF WS-CHG-SLOT > 0 THEN
               ADD 1 TO CHG-L-ENTRIES(WS-CHG-SLOT)
               ADD WS-WLG-HOURS TO CHG-L-HOURS(WS-CHG-SLOT)
               ADD WS-CHG-AMOUNT TO CHG-L-AMOUNT(WS-CHG-SLOT)
           END-IF.
       PROCEDURE-CHARGE-SORT.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX >= WS-CHG-COUNT
               PERFORM VARYING WS-CHG-JDX FROM 1 BY 1
                   UNTIL WS-CHG-JDX > WS-CHG-COUNT - WS-CHG-IDX
                   IF CHG-L-KEY(WS-CHG-JDX)
                       > CHG-L-KEY(WS-CHG-JDX + 1)
                       MOVE CHG-ENTRY(WS-CHG-JDX) TO WS-CHG-SWAP
                       MOVE CHG-ENTRY(WS-CHG-JDX + 1)
                           TO CHG-ENTRY(WS-CHG-JDX)
                       MOVE WS-CHG-SWAP
                           TO CHG-ENTRY(WS-CHG-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       PROCEDURE-CHARGE-PRINT.
           DISPLAY ESC SUB "period: " ESC RES
           WS-CHG-YEAR "-" WS-CHG-MONTH WITH NO ADVANCING.
           IF WS-CHG-CLOSED = "Y" THEN
               DISPLAY " (closed)"
           ELSE
               DISPLAY " (open)"
           END-IF.
           DISPLAY " ".

           DISPLAY ESC H-2 "totals by cost centre" ESC RES.
           DISPLAY
           ESC SUB "| " ESC H-2 "COST CTR"
           ESC SUB "| " ESC H-2 "ENTRIES "
           ESC SUB "| " ESC H-2 "HOURS     "
           ESC SUB "| " ESC H-2 "AMOUNT      " ESC SUB "|".
           DISPLAY
           "|----------"
           "|----------"
           "|------------"
           "|--------------|" ESC RES.
           MOVE 0 TO WS-CHG-SUB-ENTRIES.
           MOVE 0 TO WS-CHG-SUB-HOURS.
           MOVE 0 TO WS-CHG-SUB-AMOUNT.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-IDX > 1 AND
                   CHG-L-CENTRE(WS-CHG-IDX) NOT = WS-CHG-LAST-CENTRE
                   PERFORM PROCEDURE-CHARGE-CENTRE-ROW
               END-IF
               MOVE CHG-L-CENTRE(WS-CHG-IDX) TO WS-CHG-LAST-CENTRE
               ADD CHG-L-ENTRIES(WS-CHG-IDX) TO WS-CHG-SUB-ENTRIES
               ADD CHG-L-HOURS(WS-CHG-IDX) TO WS-CHG-SUB-HOURS
               ADD CHG-L-AMOUNT(WS-CHG-IDX) TO WS-CHG-SUB-AMOUNT
           END-PERFORM.
           IF WS-CHG-COUNT > 0 THEN
               PERFORM PROCEDURE-CHARGE-CENTRE-ROW
           END-IF.

           DISPLAY " ".
           DISPLAY ESC H-2 "detail by cost centre and task" ESC RES.
           DISPLAY
           ESC SUB "| " ESC H-2 "COST CTR"
           ESC SUB "| " ESC H-2 "TASK ID                         "
           ESC SUB "| " ESC H-2 "ENTRIES "
           ESC SUB "| " ESC H-2 "HOURS     "
           ESC SUB "| " ESC H-2 "AMOUNT      " ESC SUB "|".
           DISPLAY
           "|----------"
           "|----------------------------------"
           "|----------"
           "|------------"
           "|--------------|" ESC RES.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE CHG-L-HOURS(WS-CHG-IDX) TO WS-CHG-HRS-DISP
               MOVE CHG-L-AMOUNT(WS-CHG-IDX) TO WS-CHG-AMT-DISP
               DISPLAY ESC SUB "| " ESC RES
               CHG-L-CENTRE(WS-CHG-IDX) ESC SUB " | " ESC RES
               CHG-L-TASK(WS-CHG-IDX) ESC SUB " | " ESC RES
               CHG-L-ENTRIES(WS-CHG-IDX) "  " ESC SUB " | " ESC RES
               WS-CHG-HRS-DISP ESC SUB " | " ESC RES
               WS-CHG-AMT-DISP ESC SUB " |" ESC RES
           END-PERFORM.

           DISPLAY " ".
           MOVE WS-CHG-TOT-HOURS TO WS-CHG-HRS-DISP.
           MOVE WS-CHG-TOT-AMOUNT TO WS-CHG-AMT-DISP.
           DISPLAY ESC H-2 "grand total" ESC RES.
           DISPLAY "  entries:  " WS-CHG-ENTRIES.
           DISPLAY "  hours:    " WS-CHG-HRS-DISP.
           DISPLAY "  amount:   " WS-CHG-AMT-DISP.
           IF WS-CHG-UNRATED > 0 THEN
               DISPLAY ESC ERR "[!] " WS-CHG-UNRATED " entries have "
               "no rate - priced at zero" ESC RES
           END-IF.
       PROCEDURE-CHARGE-CENTRE-ROW.
           MOVE WS-CHG-SUB-HOURS TO WS-CHG-HRS-DISP.
           MOVE WS-CHG-SUB-AMOUNT TO WS-CHG-AMT-DISP.
           DISPLAY ESC SUB "| " ESC RES
           WS-CHG-LAST-CENTRE ESC SUB " | " ESC RES
           WS-CHG-SUB-ENTRIES ESC SUB " | " ESC RES
           WS-CHG-HRS-DISP ESC SUB " | " ESC RES
           WS-CHG-AMT-DISP ESC SUB " |" ESC RES.
           MOVE 0 TO WS-CHG-SUB-ENTRIES.
           MOVE 0 TO WS-CHG-SUB-HOURS.
           MOVE 0 TO WS-CHG-SUB-AMOUNT.
       PROCEDURE-CHARGE-EXTRACT.
           MOVE SPACES TO WS-CHG-PATH.
           STRING "chargeback." DELIMITED BY SIZE
               WS-CHG-PERIOD DELIMITED BY SIZE
               INTO WS-CHG-PATH.
           OPEN OUTPUT CHARGE-FILE.
           IF FS-CHARGE NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not create extract "
               FUNCTION TRIM(WS-CHG-PATH) " (status " FS-CHARGE ")"
               ESC RES
               MOVE FS-CHARGE TO WS-BATCH-FS-SAVE
           ELSE
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE SPACES TO WS-CHG-STAMP
               STRING WS-AUD-DATE DELIMITED BY SIZE
                   WS-AUD-TIME(1:6) DELIMITED BY SIZE
                   INTO WS-CHG-STAMP
               MOVE SPACES TO CHG-HDR-RECORD
               MOVE "H" TO CHG-H-TYPE
               MOVE WS-CHG-PERIOD TO CHG-H-PERIOD
               MOVE WS-CHG-STAMP TO CHG-H-STAMP
               MOVE "DOOS" TO CHG-H-SOURCE
               WRITE CHG-HDR-RECORD

               MOVE 0 TO WS-CHG-WRITTEN
               MOVE 0 TO WS-CHG-SUB-HOURS
               MOVE 0 TO WS-CHG-SUB-AMOUNT
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   MOVE SPACES TO CHG-DTL-RECORD
                   MOVE "D" TO CHG-D-TYPE
                   MOVE WS-CHG-PERIOD TO CHG-D-PERIOD
                   MOVE CHG-L-CENTRE(WS-CHG-IDX) TO CHG-D-CENTRE
                   MOVE CHG-L-TASK(WS-CHG-IDX) TO CHG-D-TASK
                   MOVE CHG-L-ENTRIES(WS-CHG-IDX) TO CHG-D-ENTRIES
                   MOVE CHG-L-HOURS(WS-CHG-IDX) TO CHG-D-HOURS
                   MOVE CHG-L-AMOUNT(WS-CHG-IDX) TO CHG-D-AMOUNT
                   WRITE CHG-DTL-RECORD
                   ADD 1 TO WS-CHG-WRITTEN
                   ADD CHG-L-HOURS(WS-CHG-IDX) TO WS-CHG-SUB-HOURS
                   ADD CHG-L-AMOUNT(WS-CHG-IDX) TO WS-CHG-SUB-AMOUNT
               END-PERFORM

               MOVE SPACES TO CHG-TRL-RECORD
               MOVE "T" TO CHG-T-TYPE
               MOVE WS-CHG-PERIOD TO CHG-T-PERIOD
               MOVE WS-CHG-WRITTEN TO CHG-T-COUNT
               MOVE WS-CHG-SUB-HOURS TO CHG-T-HOURS
               MOVE WS-CHG-SUB-AMOUNT TO CHG-T-AMOUNT
               WRITE CHG-TRL-RECORD
               CLOSE CHARGE-FILE

               DISPLAY " "
               DISPLAY ESC SUC "[i] extract written to "
               FUNCTION TRIM(WS-CHG-PATH) " (" WS-CHG-WRITTEN
               " detail records)" ESC RES
           END-IF.
       PROCEDURE-SETTING-GET.
           MOVE "N" TO WS-SET-FOUND.
           MOVE SPACES TO WS-SET-VALUE.
           OPEN INPUT SETTINGS-FILE.
           IF FS-SETTINGS = "00" THEN
               PERFORM UNTIL FS-SETTINGS NOT = "00"
                   READ SETTINGS-FILE
                       AT END MOVE "99" TO FS-SETTINGS
                   NOT AT END
                       IF SETTINGS-RECORD NOT = SPACES
                           AND SETTINGS-RECORD(1:1) NOT = "#" THEN
                           MOVE SPACES TO WS-SET-NAME
                           MOVE SPACES TO WS-SET-DATA
                           UNSTRING SETTINGS-RECORD DELIMITED BY "="
                               INTO WS-SET-NAME WS-SET-DATA
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-SET-NAME))
                               TO WS-SET-NAME
                           IF WS-SET-NAME = WS-SET-KEY THEN
                               MOVE "Y" TO WS-SET-FOUND
                               MOVE FUNCTION TRIM(WS-SET-DATA)
                                   TO WS-SET-VALUE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTINGS-FILE
           END-IF.
       PROCEDURE-BIN-WRITE.
           MOVE "N" TO WS-BIN-OK.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE SPACES TO WS-BIN-STAMP.
           STRING WS-AUD-DATE DELIMITED BY SIZE
               WS-AUD-TIME(1:6) DELIMITED BY SIZE
               INTO WS-BIN-STAMP.
           OPEN EXTEND BIN-FILE.
           IF FS-BIN = "35" THEN
               OPEN OUTPUT BIN-FILE
           END-IF.
           IF FS-BIN = "00" OR FS-BIN = "05" THEN
               MOVE SPACES TO BIN-RECORD
               MOVE WS-BIN-STAMP TO BIN-STAMP
               MOVE WS-OPERATOR TO BIN-OPERATOR
               MOVE TASK-RECORD TO BIN-TASK
               WRITE BIN-RECORD
               IF FS-BIN = "00" THEN
                   MOVE "Y" TO WS-BIN-OK
               END-IF
               CLOSE BIN-FILE
           END-IF.
       PROCEDURE-BIN-NOTES.
           MOVE 0 TO WS-BIN-NOTE-COUNT.
           PERFORM PROCEDURE-NOTES-OPEN-IO.
           IF WS-NOTES-AVAIL = "Y" THEN
               OPEN EXTEND BIN-NOTES-FILE
               IF FS-BINNOTES = "35" THEN
                   OPEN OUTPUT BIN-NOTES-FILE
               END-IF
               IF FS-BINNOTES NOT = "00" AND FS-BINNOTES NOT = "05"
                   DISPLAY ESC ERR "[!] could not open recycle bin "
                   "notes file (status " FS-BINNOTES ") - notes "
                   "left in the live notes file" ESC RES
               ELSE
                   MOVE TASK-ID TO NOTE-TASK-ID
                   MOVE 0 TO NOTE-SEQ
                   MOVE "Y" TO WS-NOTE-MORE
                   START NOTES-FILE KEY IS >= NOTE-KEY
                       INVALID KEY
                           MOVE "N" TO WS-NOTE-MORE
                   END-START
                   PERFORM UNTIL WS-NOTE-MORE NOT = "Y"
                       READ NOTES-FILE NEXT
                           AT END MOVE "N" TO WS-NOTE-MORE
                       NOT AT END
                           IF NOTE-TASK-ID NOT = TASK-ID THEN
                               MOVE "N" TO WS-NOTE-MORE
                           ELSE
                               MOVE WS-BIN-STAMP TO BN-STAMP
                               MOVE NOTE-TASK-ID TO BN-TASK-ID
                               MOVE NOTE-SEQ TO BN-SEQ
                               MOVE NOTE-STAMP TO BN-NOTE-STAMP
                               MOVE NOTE-TEXT TO BN-TEXT
                               MOVE NOTE-OPERATOR TO BN-OPERATOR
                               WRITE BINNOTE-RECORD
                               IF FS-BINNOTES = "00" THEN
                                   DELETE NOTES-FILE
                                   ADD 1 TO WS-BIN-NOTE-COUNT
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BIN-NOTES-FILE
               END-IF
               CLOSE NOTES-FILE
           END-IF.
       PROCEDURE-BIN-WORKLOG.
           MOVE 0 TO WS-BIN-WORK-COUNT.
           PERFORM PROCEDURE-WORKLOG-OPEN-IO.
           IF WS-WLG-AVAIL = "Y" THEN
               OPEN EXTEND BIN-WORKLOG-FILE
               IF FS-BINWORK = "35" THEN
                   OPEN OUTPUT BIN-WORKLOG-FILE
               END-IF
               IF FS-BINWORK NOT = "00" AND FS-BINWORK NOT = "05"
                   DISPLAY ESC ERR "[!] could not open recycle bin "
                   "worklog file (status " FS-BINWORK ") - logged "
                   "time left in the live worklog file" ESC RES
               ELSE
                   MOVE TASK-ID TO WLOG-TASK-ID
                   MOVE 0 TO WLOG-SEQ
                   MOVE "Y" TO WS-WLG-MORE
                   START WORKLOG-FILE KEY IS >= WLOG-KEY
                       INVALID KEY
                           MOVE "N" TO WS-WLG-MORE
                   END-START
                   PERFORM UNTIL WS-WLG-MORE NOT = "Y"
                       READ WORKLOG-FILE NEXT
                           AT END MOVE "N" TO WS-WLG-MORE
                       NOT AT END
                           IF WLOG-TASK-ID NOT = TASK-ID THEN
                               MOVE "N" TO WS-WLG-MORE
                           ELSE
                               MOVE WS-BIN-STAMP TO BW-STAMP
                               MOVE WLOG-TASK-ID TO BW-TASK-ID
                               MOVE WLOG-SEQ TO BW-SEQ
                               MOVE WLOG-STAMP TO BW-WLOG-STAMP
                               MOVE WLOG-OWNER TO BW-OWNER
                               MOVE WLOG-HOURS TO BW-HOURS
                               MOVE WLOG-REMARK TO BW-REMARK
                               MOVE WLOG-OPERATOR TO BW-OPERATOR
                               WRITE BINWORK-RECORD
                               IF FS-BINWORK = "00" THEN
                                   DELETE WORKLOG-FILE
                                   ADD 1 TO WS-BIN-WORK-COUNT
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BIN-WORKLOG-FILE
               END-IF
               CLOSE WORKLOG-FILE
           END-IF.
       PROCEDURE-BIN.
           DISPLAY ESC H-1 "RECYCLE BIN" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           DISPLAY
           ESC SUB "| " ESC H-2 "DELETED   "
           ESC SUB "| " ESC H-2 "TASK ID                         "
           ESC SUB "| " ESC H-2 "DETAILS                         "
           ESC SUB "| " ESC H-2 "DELETED BY      "
           ESC SUB "|".
           DISPLAY
           "|------------"
           "|----------------------------------"
           "|----------------------------------"
           "|------------------|" ESC RES.

           MOVE 0 TO WS-BIN-COUNT.
           OPEN INPUT BIN-FILE.
           IF FS-BIN = "00" THEN
               PERFORM UNTIL FS-BIN NOT = "00"
                   READ BIN-FILE
                       AT END MOVE "99" TO FS-BIN
                   NOT AT END
                       ADD 1 TO WS-BIN-COUNT
                       DISPLAY ESC SUB "| " ESC RES
                       BIN-STAMP(1:4) "-" BIN-STAMP(5:2) "-"
                       BIN-STAMP(7:2) ESC SUB " | " ESC RES
                       BIN-ID ESC SUB " | " ESC RES
                       BIN-DETAILS ESC SUB " | " ESC RES
                       BIN-OPERATOR ESC SUB " |" ESC RES
                   END-READ
               END-PERFORM
               CLOSE BIN-FILE
           END-IF.

           MOVE 0 TO WS-BIN-NOTE-COUNT.
           OPEN INPUT BIN-NOTES-FILE.
           IF FS-BINNOTES = "00" THEN
               PERFORM UNTIL FS-BINNOTES NOT = "00"
                   READ BIN-NOTES-FILE
                       AT END MOVE "99" TO FS-BINNOTES
                   NOT AT END
                       ADD 1 TO WS-BIN-NOTE-COUNT
                   END-READ
               END-PERFORM
               CLOSE BIN-NOTES-FILE
           END-IF.
           MOVE 0 TO WS-BIN-WORK-COUNT.
           OPEN INPUT BIN-WORKLOG-FILE.
           IF FS-BINWORK = "00" THEN
               PERFORM UNTIL FS-BINWORK NOT = "00"
                   READ BIN-WORKLOG-FILE
                       AT END MOVE "99" TO FS-BINWORK
                   NOT AT END
                       ADD 1 TO WS-BIN-WORK-COUNT
                   END-READ
               END-PERFORM
               CLOSE BIN-WORKLOG-FILE
           END-IF.

           PERFORM PROCEDURE-PURGE-DAYS.
           DISPLAY " ".
           DISPLAY ESC SUB "tasks in bin:    " WS-BIN-COUNT ESC RES.
           DISPLAY ESC SUB "notes in bin:    " WS-BIN-NOTE-COUNT
           ESC RES.
           DISPLAY ESC SUB "worklog entries: " WS-BIN-WORK-COUNT
           ESC RES.
           DISPLAY ESC INF "[i] items are purged " WS-BIN-DAYS
           " day(s) after deletion" ESC RES.
           DISPLAY " ".
       PROCEDURE-UNDELETE.
           DISPLAY ESC H-1 "UNDELETE A TASK" ESC RES. DISPLAY " ".
           MOVE "undelete" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           IF WS-BATCH-MODE = "Y" THEN
               MOVE TASK-ID TO WS-ADMIN-TARGET
           END-IF.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-UNDELETE-RUN
           END-IF.
       PROCEDURE-UNDELETE-RUN.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/1) task id:             " WITH NO ADVANCING
               ACCEPT TASK-ID
           END-IF.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE TASK-ID TO TP-STR-B.
           MOVE "N" TO WS-BIN-FOUND.
           OPEN INPUT BIN-FILE.
           IF FS-BIN = "00" THEN
               PERFORM UNTIL FS-BIN NOT = "00"
                   READ BIN-FILE
                       AT END MOVE "99" TO FS-BIN
                   NOT AT END
                       IF BIN-ID = TP-STR-B THEN
                           MOVE BIN-TASK TO WS-HOLD-RECORD
                           MOVE BIN-STAMP TO WS-BIN-STAMP
                           MOVE "Y" TO WS-BIN-FOUND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BIN-FILE
           END-IF.

           IF WS-BIN-FOUND = "N" THEN
               DISPLAY ESC ERR "[!] task id not found in the recycle "
               "bin" ESC RES
               MOVE "23" TO WS-BATCH-FS-SAVE
           ELSE
               MOVE "N" TO WS-UNA-FOUND
               OPEN INPUT ARCHIVE-FILE
               IF FS-ARCHIVE = "00" THEN
                   PERFORM UNTIL FS-ARCHIVE NOT = "00"
                       READ ARCHIVE-FILE
                           AT END MOVE "99" TO FS-ARCHIVE
                       NOT AT END
                           IF ARC-ID = TP-STR-B THEN
                               MOVE "Y" TO WS-UNA-FOUND
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
               IF WS-UNA-FOUND = "Y" THEN
                   DISPLAY ESC ERR "[!] id has been reused by an "
                   "archived task - not restored" ESC RES
                   MOVE "22" TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-PERIOD-BIN-WORK
                   IF WS-CHG-LOCKED = "Y" THEN
                       DISPLAY ESC ERR "[!] hours fall in closed "
                       "period " WS-CHG-YEAR "-" WS-CHG-MONTH
                       " - not restored" ESC RES
                       MOVE "91" TO WS-BATCH-FS-SAVE
                   ELSE
                       PERFORM PROCEDURE-UNDELETE-TASK
                   END-IF
               END-IF
           END-IF.

           DISPLAY " ".
       PROCEDURE-UNDELETE-TASK.
           MOVE "N" TO WS-UNA-OK.
           PERFORM PROCEDURE-TASK-OPEN-IO.
           IF WS-TASK-OPEN-OK = "Y" THEN
               MOVE WS-HOLD-RECORD TO TASK-RECORD
               WRITE TASK-RECORD
                   INVALID KEY
                       DISPLAY ESC ERR "[!] id has been reused by a "
                       "live task - not restored" ESC RES
                       MOVE "22" TO WS-BATCH-FS-SAVE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-UNA-OK
               END-WRITE
               CLOSE TASK-FILE
           END-IF.

           IF WS-UNA-OK = "Y" THEN
               MOVE "U" TO WS-BIN-MODE
               MOVE 0 TO WS-BIN-COUNT
               MOVE 0 TO WS-BIN-NOTE-COUNT
               MOVE 0 TO WS-BIN-WORK-COUNT
               PERFORM PROCEDURE-BIN-TIDY
               MOVE TP-STR-B TO TASK-ID
               MOVE "UNDELETE" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE "recycle bin" TO WS-AUD-BEFORE
               MOVE SPACES TO WS-AUD-AFTER
               MOVE WS-HOLD-RECORD(33:32) TO WS-AUD-AFTER
               PERFORM PROCEDURE-AUDIT-LOG
               PERFORM PROCEDURE-PROCESSOR
               IF WS-BATCH-FS-SAVE = "00" THEN
                   DISPLAY ESC SUC "[i] task restored from the "
                   "recycle bin!" ESC RES
                   DISPLAY ESC INF "[i] " WS-BIN-NOTE-COUNT
                   " note(s) and " WS-BIN-WORK-COUNT
                   " worklog entries restored with it" ESC RES
               ELSE
                   DISPLAY ESC ERR "[!] task is live but still "
                   "present in the recycle bin - bin cleanup did "
                   "not finish" ESC RES
               END-IF
           END-IF.
       PROCEDURE-PURGE.
           DISPLAY ESC H-1 "PURGE RECYCLE BIN" ESC RES. DISPLAY " ".
           MOVE "purge" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-PURGE-PICK
           END-IF.
       PROCEDURE-PURGE-PICK.
           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-PURGE-DAYS.
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "(1/1) keep items for days  "
               DISPLAY "      (blank=" WS-BIN-DAYS "):        "
               WITH NO ADVANCING
               ACCEPT TP-STR-C
               IF TP-STR-C NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(TP-STR-C) TO WS-BIN-DAYS
               END-IF
           ELSE
               IF WS-ARG-2 NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-BIN-DAYS
               END-IF
           END-IF.

           PERFORM PROCEDURE-PURGE-RUN.
       PROCEDURE-PURGE-DAYS.
           MOVE 30 TO WS-BIN-DAYS.
           MOVE "BIN-RETAIN-DAYS" TO WS-SET-KEY.
           PERFORM PROCEDURE-SETTING-GET.
           IF WS-SET-FOUND = "Y" AND WS-SET-VALUE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SET-VALUE) TO WS-BIN-DAYS
           END-IF.
       PROCEDURE-PURGE-RUN.
           COMPUTE WS-BIN-CUTOFF =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - WS-BIN-DAYS.
           MOVE "P" TO WS-BIN-MODE.
           MOVE 0 TO WS-BIN-COUNT.
           MOVE 0 TO WS-BIN-NOTE-COUNT.
           MOVE 0 TO WS-BIN-WORK-COUNT.
           PERFORM PROCEDURE-BIN-TIDY.

           DISPLAY " ".
           DISPLAY ESC SUC "purged " WS-BIN-COUNT " task(s), "
           WS-BIN-NOTE-COUNT " note(s) and " WS-BIN-WORK-COUNT
           " worklog entries" ESC RES.
           DISPLAY ESC INF "[i] retention period: " WS-BIN-DAYS
           " day(s)" ESC RES.
       PROCEDURE-BIN-TIDY.
           PERFORM PROCEDURE-BIN-TIDY-MASTER.
           PERFORM PROCEDURE-BIN-TIDY-NOTES.
           PERFORM PROCEDURE-BIN-TIDY-WORK.
       PROCEDURE-BIN-KEEP.
           MOVE "Y" TO WS-BIN-KEEP.
           IF WS-BIN-MODE = "U" THEN
               IF WS-BIN-ROW-ID = TP-STR-B
                   AND WS-BIN-ROW-STAMP = WS-BIN-STAMP THEN
                   MOVE "N" TO WS-BIN-KEEP
               END-IF
           ELSE IF WS-BIN-ROW-STAMP(1:8) IS NUMERIC THEN
               MOVE WS-BIN-ROW-STAMP(1:8) TO WS-BIN-ROW-DATE
               IF FUNCTION INTEGER-OF-DATE(WS-BIN-ROW-DATE)
                   < WS-BIN-CUTOFF THEN
                   MOVE "N" TO WS-BIN-KEEP
               END-IF
           END-IF.
       PROCEDURE-BIN-TIDY-MASTER.
           MOVE "bin.tmp" TO WS-ARCTMP-PATH.
           OPEN INPUT BIN-FILE.
           IF FS-BIN = "00" THEN
               OPEN OUTPUT ARC-TEMP-FILE
               IF FS-ARCTMP NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create bin work "
                   "file (status " FS-ARCTMP ") - recycle bin "
                   "unchanged" ESC RES
                   CLOSE BIN-FILE
                   MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-BIN-TIDY-MASTER-COPY
               END-IF
           END-IF.
       PROCEDURE-BIN-TIDY-MASTER-COPY.
           PERFORM UNTIL FS-BIN NOT = "00"
               READ BIN-FILE
                   AT END MOVE "99" TO FS-BIN
               NOT AT END
                   MOVE BIN-ID TO WS-BIN-ROW-ID
                   MOVE BIN-STAMP TO WS-BIN-ROW-STAMP
                   PERFORM PROCEDURE-BIN-KEEP
                   IF WS-BIN-KEEP = "Y" THEN
                       MOVE BIN-RECORD TO ARC-TEMP-RECORD
                       WRITE ARC-TEMP-RECORD
                   ELSE IF WS-BIN-MODE = "P" THEN
                       ADD 1 TO WS-BIN-COUNT
                       MOVE BIN-ID TO TASK-ID
                       MOVE "PURGE" TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-BEFORE
                       MOVE BIN-DETAILS TO WS-AUD-BEFORE
                       MOVE SPACES TO WS-AUD-AFTER
                       MOVE "removed from recycle bin" TO WS-AUD-AFTER
                       PERFORM PROCEDURE-AUDIT-LOG
                   END-IF
               END-READ
           END-PERFORM.
           MOVE FS-BIN TO WS-ARCTMP-READ-FS.
           CLOSE BIN-FILE.
           CLOSE ARC-TEMP-FILE.

           IF WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading recycle bin "
               "(status " WS-ARCTMP-READ-FS ") - recycle bin "
               "unchanged" ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-BIN-TIDY-MASTER-LOAD
           END-IF.
       PROCEDURE-BIN-TIDY-MASTER-LOAD.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read bin work file "
               "(status " FS-ARCTMP ") - recycle bin unchanged"
               ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
           ELSE
               OPEN OUTPUT BIN-FILE
               PERFORM UNTIL FS-ARCTMP NOT = "00"
                   READ ARC-TEMP-FILE
                       AT END MOVE "99" TO FS-ARCTMP
                   NOT AT END
                       MOVE ARC-TEMP-RECORD TO BIN-RECORD
                       WRITE BIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE BIN-FILE
               CLOSE ARC-TEMP-FILE
           END-IF.
       PROCEDURE-BIN-TIDY-NOTES.
           MOVE "Y" TO WS-BIN-OK.
           IF WS-BIN-MODE = "U" THEN
               PERFORM PROCEDURE-NOTES-OPEN-IO
               IF WS-NOTES-AVAIL NOT = "Y" THEN
                   MOVE "N" TO WS-BIN-OK
                   DISPLAY ESC ERR "[!] could not open notes file "
                   "(status " FS-NOTES ") - notes left in the "
                   "recycle bin" ESC RES
                   MOVE FS-NOTES TO WS-BATCH-FS-SAVE
               END-IF
           END-IF.
           IF WS-BIN-OK = "Y" THEN
               MOVE "binnotes.tmp" TO WS-ARCTMP-PATH
               OPEN INPUT BIN-NOTES-FILE
               IF FS-BINNOTES = "00" THEN
                   OPEN OUTPUT ARC-TEMP-FILE
                   IF FS-ARCTMP NOT = "00" THEN
                       DISPLAY ESC ERR "[!] could not create bin "
                       "work file (status " FS-ARCTMP ") - bin notes "
                       "unchanged" ESC RES
                       CLOSE BIN-NOTES-FILE
                       MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
                   ELSE
                       PERFORM PROCEDURE-BIN-TIDY-NOTES-COPY
                   END-IF
               END-IF
               IF WS-BIN-MODE = "U" THEN
                   CLOSE NOTES-FILE
               END-IF
           END-IF.
       PROCEDURE-BIN-TIDY-NOTES-COPY.
           PERFORM UNTIL FS-BINNOTES NOT = "00"
               READ BIN-NOTES-FILE
                   AT END MOVE "99" TO FS-BINNOTES
               NOT AT END
                   MOVE BN-TASK-ID TO WS-BIN-ROW-ID
                   MOVE BN-STAMP TO WS-BIN-ROW-STAMP
                   PERFORM PROCEDURE-BIN-KEEP
                   IF WS-BIN-KEEP = "Y" THEN
                       MOVE BINNOTE-RECORD TO ARC-TEMP-RECORD
                       WRITE ARC-TEMP-RECORD
                   ELSE
                       ADD 1 TO WS-BIN-NOTE-COUNT
                       IF WS-BIN-MODE = "U" THEN
                           MOVE BN-TASK-ID TO NOTE-TASK-ID
                           MOVE BN-SEQ TO NOTE-SEQ
                           MOVE BN-NOTE-STAMP TO NOTE-STAMP
                           MOVE BN-TEXT TO NOTE-TEXT
                           MOVE BN-OPERATOR TO NOTE-OPERATOR
                           WRITE NOTE-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           MOVE FS-BINNOTES TO WS-ARCTMP-READ-FS.
           CLOSE BIN-NOTES-FILE.
           CLOSE ARC-TEMP-FILE.

           IF WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading bin notes "
               "(status " WS-ARCTMP-READ-FS ") - bin notes "
               "unchanged" ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-BIN-TIDY-NOTES-LOAD
           END-IF.
       PROCEDURE-BIN-TIDY-NOTES-LOAD.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read bin work file "
               "(status " FS-ARCTMP ") - bin notes unchanged"
               ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
           ELSE
               OPEN OUTPUT BIN-NOTES-FILE
               PERFORM UNTIL FS-ARCTMP NOT = "00"
                   READ ARC-TEMP-FILE
                       AT END MOVE "99" TO FS-ARCTMP
                   NOT AT END
                       MOVE ARC-TEMP-RECORD TO BINNOTE-RECORD
                       WRITE BINNOTE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BIN-NOTES-FILE
               CLOSE ARC-TEMP-FILE
           END-IF.
       PROCEDURE-BIN-TIDY-WORK.
           MOVE "Y" TO WS-BIN-OK.
           IF WS-BIN-MODE = "U" THEN
               PERFORM PROCEDURE-WORKLOG-OPEN-IO
               IF WS-WLG-AVAIL NOT = "Y" THEN
                   MOVE "N" TO WS-BIN-OK
                   DISPLAY ESC ERR "[!] could not open worklog file "
                   "(status " FS-WORKLOG ") - logged time left in "
                   "the recycle bin" ESC RES
                   MOVE FS-WORKLOG TO WS-BATCH-FS-SAVE
               END-IF
           END-IF.
           IF WS-BIN-OK = "Y" THEN
               MOVE "binwork.tmp" TO WS-ARCTMP-PATH
               OPEN INPUT BIN-WORKLOG-FILE
               IF FS-BINWORK = "00" THEN
                   OPEN OUTPUT ARC-TEMP-FILE
                   IF FS-ARCTMP NOT = "00" THEN
                       DISPLAY ESC ERR "[!] could not create bin "
                       "work file (status " FS-ARCTMP ") - bin "
                       "worklog unchanged" ESC RES
                       CLOSE BIN-WORKLOG-FILE
                       MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
                   ELSE
                       PERFORM PROCEDURE-BIN-TIDY-WORK-COPY
                   END-IF
               END-IF
               IF WS-BIN-MODE = "U" THEN
                   CLOSE WORKLOG-FILE
               END-IF
           END-IF.
       PROCEDURE-BIN-TIDY-WORK-COPY.
           PERFORM UNTIL FS-BINWORK NOT = "00"
               READ BIN-WORKLOG-FILE
                   AT END MOVE "99" TO FS-BINWORK
               NOT AT END
                   MOVE BW-TASK-ID TO WS-BIN-ROW-ID
                   MOVE BW-STAMP TO WS-BIN-ROW-STAMP
                   PERFORM PROCEDURE-BIN-KEEP
                   IF WS-BIN-KEEP = "Y" THEN
                       MOVE BINWORK-RECORD TO ARC-TEMP-RECORD
                       WRITE ARC-TEMP-RECORD
                   ELSE
                       ADD 1 TO WS-BIN-WORK-COUNT
                       IF WS-BIN-MODE = "U" THEN
                           MOVE BW-TASK-ID TO WLOG-TASK-ID
                           MOVE BW-SEQ TO WLOG-SEQ
                           MOVE BW-WLOG-STAMP TO WLOG-STAMP
                           MOVE BW-OWNER TO WLOG-OWNER
                           MOVE BW-HOURS TO WLOG-HOURS
                           MOVE BW-REMARK TO WLOG-REMARK
                           MOVE BW-OPERATOR TO WLOG-OPERATOR
                           WRITE WLOG-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           MOVE FS-BINWORK TO WS-ARCTMP-READ-FS.
           CLOSE BIN-WORKLOG-FILE.
           CLOSE ARC-TEMP-FILE.

           IF WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading bin worklog "
               "(status " WS-ARCTMP-READ-FS ") - bin worklog "
               "unchanged" ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-BIN-TIDY-WORK-LOAD
           END-IF.
       PROCEDURE-BIN-TIDY-WORK-LOAD.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read bin work file "
               "(status " FS-ARCTMP ") - bin worklog unchanged"
               ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
           ELSE
               OPEN OUTPUT BIN-WORKLOG-FILE
               PERFORM UNTIL FS-ARCTMP NOT = "00"
                   READ ARC-TEMP-FILE
                       AT END MOVE "99" TO FS-ARCTMP
                   NOT AT END
                       MOVE ARC-TEMP-RECORD TO BINWORK-RECORD
                       WRITE BINWORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE BIN-WORKLOG-FILE
               CLOSE ARC-TEMP-FILE
           END-IF.
       PROCEDURE-FEED.
           DISPLAY ESC H-1 "CHANGE FEED EXTRACT" ESC RES. DISPLAY " ".
           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-FEED-RUN.
           DISPLAY " ".
       PROCEDURE-FEED-RUN.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE SPACES TO WS-FED-RUN-STAMP.
           STRING WS-AUD-DATE DELIMITED BY SIZE
               WS-AUD-TIME(1:6) DELIMITED BY SIZE
               INTO WS-FED-RUN-STAMP.
           PERFORM PROCEDURE-FEED-CHECKPOINT.
           MOVE WS-FED-FROM TO WS-FED-HIGH.
           MOVE 0 TO WS-FED-COUNT.
           MOVE 0 TO WS-FED-ROWS.
           MOVE "N" TO WS-FED-OVERFLOW.

           MOVE "00000000" TO WS-AGR-LO.
           IF WS-FED-FROM NOT = SPACES THEN
               MOVE WS-FED-FROM(1:8) TO WS-AGR-LO
           END-IF.
           MOVE WS-FED-RUN-STAMP(1:8) TO WS-AGR-HI.
           PERFORM PROCEDURE-AUDIT-OPEN.
           IF FS-AUDIT = "00" THEN
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END PERFORM PROCEDURE-AUDIT-SWITCH
                   NOT AT END
                       IF AUD-TIMESTAMP > WS-FED-FROM
                           AND AUD-TIMESTAMP < WS-FED-RUN-STAMP THEN
                           PERFORM PROCEDURE-FEED-AUDIT-ROW
                       END-IF
                   END-READ
               END-PERFORM
               PERFORM PROCEDURE-AUDIT-CLOSE
           ELSE IF FS-AUDIT NOT = "35" THEN
               DISPLAY ESC ERR "[!] could not read audit file "
               "(status " FS-AUDIT ") - no extract written" ESC RES
               MOVE FS-AUDIT TO WS-BATCH-FS-SAVE
           END-IF.

           IF WS-FED-OVERFLOW = "Y" THEN
               DISPLAY ESC ERR "[!] more than 5000 changed tasks "
               "since the last extract - no extract written" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE IF WS-BATCH-FS-SAVE = "00" THEN
               PERFORM PROCEDURE-FEED-WRITE
           END-IF.
       PROCEDURE-FEED-CHECKPOINT.
           MOVE SPACES TO WS-FED-FROM.
           OPEN INPUT FEEDCKPT-FILE.
           IF FS-FEEDCKPT = "00" THEN
               PERFORM UNTIL FS-FEEDCKPT NOT = "00"
                   READ FEEDCKPT-FILE
                       AT END MOVE "99" TO FS-FEEDCKPT
                   NOT AT END
                       MOVE FCK-STAMP TO WS-FED-FROM
                   END-READ
               END-PERFORM
               CLOSE FEEDCKPT-FILE
           END-IF.
       PROCEDURE-FEED-AUDIT-ROW.
           ADD 1 TO WS-FED-ROWS.
           IF AUD-TIMESTAMP > WS-FED-HIGH THEN
               MOVE AUD-TIMESTAMP TO WS-FED-HIGH
           END-IF.

           MOVE SPACES TO WS-FED-ACTION.
           IF AUD-ACTION = "ADD" OR AUD-ACTION = "UNARCHIV"
               OR AUD-ACTION = "UNDELETE" THEN
               MOVE "ADD" TO WS-FED-ACTION
           ELSE IF AUD-ACTION = "EDIT" OR AUD-ACTION = "UPDATE"
               OR AUD-ACTION = "BLOCK" OR AUD-ACTION = "ESCALATE"
               OR AUD-ACTION = "SUBMIT" OR AUD-ACTION = "HANDOVER" THEN
               MOVE "CHG" TO WS-FED-ACTION
           ELSE IF AUD-ACTION = "DONE" OR AUD-ACTION = "APPROVE" THEN
               MOVE "CMP" TO WS-FED-ACTION
           ELSE IF AUD-ACTION = "REOPEN" OR AUD-ACTION = "REJECT" THEN
               MOVE "REO" TO WS-FED-ACTION
           ELSE IF AUD-ACTION = "ARCHIVE" THEN
               MOVE "ARC" TO WS-FED-ACTION
           ELSE IF AUD-ACTION = "DELETE" THEN
               MOVE "DEL" TO WS-FED-ACTION
           END-IF.

           IF WS-FED-ACTION NOT = SPACES
               AND AUD-TASK-ID NOT = SPACES THEN
               MOVE 0 TO WS-FED-SLOT
               PERFORM VARYING WS-FED-IDX FROM 1 BY 1
                   UNTIL WS-FED-IDX > WS-FED-COUNT
                   OR WS-FED-SLOT > 0
                   IF FED-T-ID(WS-FED-IDX) = AUD-TASK-ID THEN
                       MOVE WS-FED-IDX TO WS-FED-SLOT
                   END-IF
               END-PERFORM
               IF WS-FED-SLOT = 0 THEN
                   IF WS-FED-COUNT < 5000 THEN
                       ADD 1 TO WS-FED-COUNT
                       MOVE WS-FED-COUNT TO WS-FED-SLOT
                       MOVE AUD-TASK-ID TO FED-T-ID(WS-FED-SLOT)
                       MOVE "N" TO FED-T-ADDED(WS-FED-SLOT)
                   ELSE
                       MOVE "Y" TO WS-FED-OVERFLOW
                   END-IF
               END-IF
               IF WS-FED-SLOT > 0 THEN
                   IF WS-FED-ACTION = "ADD" THEN
                       MOVE "Y" TO FED-T-ADDED(WS-FED-SLOT)
                   END-IF
                   IF WS-FED-ACTION = "CHG"
                       AND FED-T-ADDED(WS-FED-SLOT) = "Y" THEN
                       MOVE "ADD" TO WS-FED-ACTION
                   END-IF
                   MOVE WS-FED-ACTION TO FED-T-ACTION(WS-FED-SLOT)
                   MOVE AUD-TIMESTAMP TO FED-T-LAST(WS-FED-SLOT)
               END-IF
           END-IF.
       PROCEDURE-FEED-WRITE.
           MOVE SPACES TO WS-FED-PATH.
           STRING "feed." DELIMITED BY SIZE
               WS-FED-RUN-STAMP DELIMITED BY SIZE
               INTO WS-FED-PATH.
           OPEN OUTPUT FEED-FILE.
           IF FS-FEED NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not create extract "
               FUNCTION TRIM(WS-FED-PATH) " (status " FS-FEED ")"
               ESC RES
               MOVE FS-FEED TO WS-BATCH-FS-SAVE
           ELSE
               MOVE "Y" TO WS-FED-OK
               MOVE 0 TO WS-FED-WRITTEN
               MOVE SPACES TO FED-HDR-RECORD
               MOVE "H" TO FED-H-TYPE
               MOVE WS-FED-RUN-STAMP TO FED-H-STAMP
               MOVE WS-FED-FROM TO FED-H-FROM
               MOVE "DOOS" TO FED-H-SOURCE
               WRITE FED-HDR-RECORD
               IF FS-FEED NOT = "00" THEN
                   MOVE "N" TO WS-FED-OK
               END-IF

               MOVE "N" TO WS-FED-TASK-OPEN
               OPEN INPUT TASK-FILE
               IF FS-TASK = "00" THEN
                   MOVE "Y" TO WS-FED-TASK-OPEN
               END-IF
               PERFORM VARYING WS-FED-IDX FROM 1 BY 1
                   UNTIL WS-FED-IDX > WS-FED-COUNT
                   PERFORM PROCEDURE-FEED-IMAGE
                   MOVE SPACES TO FED-DTL-RECORD
                   MOVE "D" TO FED-D-TYPE
                   MOVE FED-T-ACTION(WS-FED-IDX) TO FED-D-ACTION
                   MOVE FED-T-LAST(WS-FED-IDX) TO FED-D-STAMP
                   MOVE WS-HOLD-RECORD TO FED-D-TASK
                   WRITE FED-DTL-RECORD
                   IF FS-FEED = "00" THEN
                       ADD 1 TO WS-FED-WRITTEN
                   ELSE
                       MOVE "N" TO WS-FED-OK
                   END-IF
               END-PERFORM
               IF WS-FED-TASK-OPEN = "Y" THEN
                   CLOSE TASK-FILE
               END-IF

               MOVE SPACES TO FED-TRL-RECORD
               MOVE "T" TO FED-T-TYPE
               MOVE WS-FED-WRITTEN TO FED-T-COUNT
               MOVE WS-FED-RUN-STAMP TO FED-T-STAMP
               MOVE WS-FED-HIGH TO FED-T-HIGH
               WRITE FED-TRL-RECORD
               IF FS-FEED NOT = "00" THEN
                   MOVE "N" TO WS-FED-OK
               END-IF
               CLOSE FEED-FILE

               IF WS-FED-OK NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] error writing "
                   FUNCTION TRIM(WS-FED-PATH) " - checkpoint not "
                   "advanced, rerun 'feed'" ESC RES
                   MOVE "30" TO WS-BATCH-FS-SAVE
               ELSE
                   PERFORM PROCEDURE-FEED-MARK
               END-IF
           END-IF.
       PROCEDURE-FEED-IMAGE.
           MOVE FED-T-ID(WS-FED-IDX) TO TP-STR-B.
           MOVE SPACES TO WS-HOLD-RECORD.
           MOVE "N" TO WS-FED-FOUND.
           IF FED-T-ACTION(WS-FED-IDX) NOT = "ARC"
               AND FED-T-ACTION(WS-FED-IDX) NOT = "DEL"
               AND WS-FED-TASK-OPEN = "Y" THEN
               MOVE TP-STR-B TO TASK-ID
               READ TASK-FILE KEY IS TASK-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TASK-RECORD TO WS-HOLD-RECORD
                       MOVE "Y" TO WS-FED-FOUND
               END-READ
           END-IF.
           IF WS-FED-FOUND = "N"
               AND FED-T-ACTION(WS-FED-IDX) NOT = "DEL" THEN
               OPEN INPUT ARCHIVE-FILE
               IF FS-ARCHIVE = "00" THEN
                   PERFORM UNTIL FS-ARCHIVE NOT = "00"
                       READ ARCHIVE-FILE
                           AT END MOVE "99" TO FS-ARCHIVE
                       NOT AT END
                           IF ARC-ID = TP-STR-B THEN
                               MOVE ARCHIVE-RECORD TO WS-HOLD-RECORD
                               MOVE "Y" TO WS-FED-FOUND
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
           IF WS-FED-FOUND = "N" THEN
               OPEN INPUT BIN-FILE
               IF FS-BIN = "00" THEN
                   PERFORM UNTIL FS-BIN NOT = "00"
                       READ BIN-FILE
                           AT END MOVE "99" TO FS-BIN
                       NOT AT END
                           IF BIN-ID = TP-STR-B THEN
                               MOVE BIN-TASK TO WS-HOLD-RECORD
                               MOVE "Y" TO WS-FED-FOUND
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BIN-FILE
               END-IF
           END-IF.
           IF WS-FED-FOUND = "N" THEN
               MOVE TP-STR-B TO WS-HOLD-RECORD(1:32)
           END-IF.
       PROCEDURE-FEED-MARK.
           OPEN EXTEND FEEDCKPT-FILE.
           IF FS-FEEDCKPT = "35" THEN
               OPEN OUTPUT FEEDCKPT-FILE
           END-IF.
           IF FS-FEEDCKPT = "00" OR FS-FEEDCKPT = "05" THEN
               MOVE SPACES TO FEEDCKPT-RECORD
               MOVE WS-FED-HIGH TO FCK-STAMP
               MOVE WS-FED-RUN-STAMP TO FCK-RUN
               MOVE WS-FED-WRITTEN TO FCK-COUNT
               MOVE WS-FED-PATH TO FCK-FILE
               WRITE FEEDCKPT-RECORD
               CLOSE FEEDCKPT-FILE
               DISPLAY ESC SUC "[i] wrote " WS-FED-WRITTEN
               " change record(s) to " FUNCTION TRIM(WS-FED-PATH)
               ESC RES
               DISPLAY ESC INF "[i] " WS-FED-ROWS " audit row(s) "
               "read - checkpoint now " WS-FED-HIGH ESC RES
           ELSE
               DISPLAY ESC ERR "[!] could not write feed checkpoint "
               "(status " FS-FEEDCKPT ") - rerun 'feed'" ESC RES
               MOVE FS-FEEDCKPT TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-CYCLE.
           DISPLAY ESC H-1 "CYCLE TIME AND SLA" ESC RES. DISPLAY " ".
           IF WS-BATCH-MODE = "N" THEN
               DISPLAY "period FROM [TO]           "
               DISPLAY "      (blank=all):         " WITH NO ADVANCING
               ACCEPT TP-STR-A
           END-IF.
           PERFORM PROCEDURE-SPOOL-ASK.

           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-DATE-RANGE.
           IF WS-RNG-OK NOT = "Y" THEN
               DISPLAY ESC ERR "[!] invalid period - use "
               "YYYY-MM-DD [YYYY-MM-DD]" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
           ELSE
               PERFORM PROCEDURE-CYCLE-SLA
               PERFORM PROCEDURE-CYCLE-SCAN
               PERFORM PROCEDURE-CYCLE-LOOKUP
               PERFORM PROCEDURE-CYCLE-MEASURE
               PERFORM PROCEDURE-CYCLE-SORT
               PERFORM PROCEDURE-CYCLE-GROUP
               PERFORM PROCEDURE-CYCLE-TOP
               IF WS-SPL-ON = "Y" THEN
                   MOVE "cycle" TO WS-SPL-NAME
                   MOVE "CYCLE TIME AND SLA" TO WS-SPL-TITLE
                   PERFORM PROCEDURE-SPOOL-OPEN
               END-IF
               IF WS-SPL-ON = "Y" THEN
                   PERFORM PROCEDURE-CYCLE-SPOOL
                   PERFORM PROCEDURE-SPOOL-CLOSE
               ELSE
                   PERFORM PROCEDURE-CYCLE-PRINT
               END-IF
           END-IF.

           DISPLAY " ".
       PROCEDURE-CYCLE-SLA.
           MOVE 2 TO CYC-SLA(1).
           MOVE 5 TO CYC-SLA(2).
           MOVE 10 TO CYC-SLA(3).
           MOVE "SLA-DAYS-HIGH" TO WS-SET-KEY.
           PERFORM PROCEDURE-SETTING-GET.
           IF WS-SET-FOUND = "Y" AND WS-SET-VALUE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SET-VALUE) TO CYC-SLA(1)
           END-IF.
           MOVE "SLA-DAYS-MEDIUM" TO WS-SET-KEY.
           PERFORM PROCEDURE-SETTING-GET.
           IF WS-SET-FOUND = "Y" AND WS-SET-VALUE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SET-VALUE) TO CYC-SLA(2)
           END-IF.
           MOVE "SLA-DAYS-LOW" TO WS-SET-KEY.
           PERFORM PROCEDURE-SETTING-GET.
           IF WS-SET-FOUND = "Y" AND WS-SET-VALUE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SET-VALUE) TO CYC-SLA(3)
           END-IF.
       PROCEDURE-CYCLE-SCAN.
           MOVE 0 TO WS-CYC-COUNT.
           MOVE "N" TO WS-CYC-OVERFLOW.
           PERFORM PROCEDURE-AUDIT-OPEN-ALL.
           IF FS-AUDIT = "00" THEN
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END PERFORM PROCEDURE-AUDIT-SWITCH
                   NOT AT END
                       PERFORM PROCEDURE-CYCLE-AUDIT-ROW
                   END-READ
               END-PERFORM
               PERFORM PROCEDURE-AUDIT-CLOSE
           ELSE IF FS-AUDIT NOT = "35" THEN
               DISPLAY ESC ERR "[!] could not read audit file "
               "(status " FS-AUDIT ")" ESC RES
               MOVE FS-AUDIT TO WS-BATCH-FS-SAVE
           END-IF.
           IF WS-CYC-OVERFLOW = "Y" THEN
               DISPLAY ESC ERR "[!] more than 5000 tasks in the audit "
               "trail - later tasks not analysed" ESC RES
           END-IF.
       PROCEDURE-CYCLE-AUDIT-ROW.
           IF AUD-TASK-ID NOT = SPACES
               AND (AUD-ACTION = "ADD" OR AUD-ACTION = "DONE"
               OR AUD-ACTION = "APPROVE" OR AUD-ACTION = "REOPEN"
               OR AUD-ACTION = "REJECT" OR AUD-ACTION = "UPDATE") THEN
               PERFORM PROCEDURE-CYCLE-FIND
           ELSE
               MOVE 0 TO WS-CYC-SLOT
           END-IF.

           IF WS-CYC-SLOT > 0 THEN
               IF AUD-ACTION = "ADD" THEN
                   MOVE AUD-TIMESTAMP TO CYC-T-ADDED(WS-CYC-SLOT)
                   MOVE SPACES TO CYC-T-DONE(WS-CYC-SLOT)
                   MOVE 0 TO CYC-T-REOPENS(WS-CYC-SLOT)
                   MOVE 0 TO CYC-T-PUSHES(WS-CYC-SLOT)
                   MOVE 0 TO CYC-T-PUSH-DAYS(WS-CYC-SLOT)
               ELSE IF AUD-ACTION = "DONE"
                   OR AUD-ACTION = "APPROVE" THEN
                   MOVE AUD-TIMESTAMP TO CYC-T-DONE(WS-CYC-SLOT)
               ELSE IF AUD-ACTION = "REOPEN"
                   OR AUD-ACTION = "REJECT" THEN
                   MOVE SPACES TO CYC-T-DONE(WS-CYC-SLOT)
                   IF AUD-TIMESTAMP(1:8) >= WS-RNG-LO
                       AND AUD-TIMESTAMP(1:8) <= WS-RNG-HI THEN
                       ADD 1 TO CYC-T-REOPENS(WS-CYC-SLOT)
                   END-IF
               ELSE IF AUD-TIMESTAMP(1:8) >= WS-RNG-LO
                   AND AUD-TIMESTAMP(1:8) <= WS-RNG-HI
                   AND AUD-BEFORE(1:8) IS NUMERIC
                   AND AUD-AFTER(1:8) IS NUMERIC
                   AND AUD-AFTER(1:8) > AUD-BEFORE(1:8) THEN
                   MOVE AUD-BEFORE(1:8) TO TP-DATE
                   COMPUTE TP-NUM-A = FUNCTION INTEGER-OF-DATE(TP-DATE)
                   MOVE AUD-AFTER(1:8) TO TP-DATE
                   COMPUTE TP-NUM-B = FUNCTION INTEGER-OF-DATE(TP-DATE)
                   ADD 1 TO CYC-T-PUSHES(WS-CYC-SLOT)
                   COMPUTE CYC-T-PUSH-DAYS(WS-CYC-SLOT) =
                       CYC-T-PUSH-DAYS(WS-CYC-SLOT)
                       + TP-NUM-B - TP-NUM-A
               END-IF
           END-IF.
       PROCEDURE-CYCLE-FIND.
           MOVE 0 TO WS-CYC-SLOT.
           PERFORM VARYING WS-CYC-IDX FROM WS-CYC-COUNT BY -1
               UNTIL WS-CYC-IDX < 1 OR WS-CYC-SLOT > 0
               IF CYC-T-ID(WS-CYC-IDX) = AUD-TASK-ID THEN
                   MOVE WS-CYC-IDX TO WS-CYC-SLOT
               END-IF
           END-PERFORM.
           IF WS-CYC-SLOT = 0 THEN
               IF WS-CYC-COUNT < 5000 THEN
                   ADD 1 TO WS-CYC-COUNT
                   MOVE WS-CYC-COUNT TO WS-CYC-SLOT
                   MOVE SPACES TO CYC-ENTRY(WS-CYC-SLOT)
                   MOVE AUD-TASK-ID TO CYC-T-ID(WS-CYC-SLOT)
                   MOVE 0 TO CYC-T-DAYS(WS-CYC-SLOT)
                   MOVE 0 TO CYC-T-REOPENS(WS-CYC-SLOT)
                   MOVE 0 TO CYC-T-PUSHES(WS-CYC-SLOT)
                   MOVE 0 TO CYC-T-PUSH-DAYS(WS-CYC-SLOT)
                   MOVE "N" TO CYC-T-FOUND(WS-CYC-SLOT)
               ELSE
                   MOVE "Y" TO WS-CYC-OVERFLOW
               END-IF
           END-IF.
       PROCEDURE-CYCLE-LOOKUP.
           OPEN INPUT TASK-FILE.
           IF FS-TASK = "00" THEN
               PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-COUNT
                   MOVE CYC-T-ID(WS-CYC-IDX) TO TASK-ID
                   READ TASK-FILE KEY IS TASK-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TASK-OWNER TO CYC-T-OWNER(WS-CYC-IDX)
                           MOVE TASK-PRIORITY TO CYC-T-PRIO(WS-CYC-IDX)
                           MOVE "Y" TO CYC-T-FOUND(WS-CYC-IDX)
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCHIVE = "00" THEN
               PERFORM UNTIL FS-ARCHIVE NOT = "00"
                   READ ARCHIVE-FILE
                       AT END MOVE "99" TO FS-ARCHIVE
                   NOT AT END
                       PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                           UNTIL WS-CYC-IDX > WS-CYC-COUNT
                           IF CYC-T-FOUND(WS-CYC-IDX) = "N"
                               AND CYC-T-ID(WS-CYC-IDX) = ARC-ID THEN
                               MOVE ARC-OWNER
                                   TO CYC-T-OWNER(WS-CYC-IDX)
                               MOVE ARC-PRIORITY
                                   TO CYC-T-PRIO(WS-CYC-IDX)
                               MOVE "Y" TO CYC-T-FOUND(WS-CYC-IDX)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
       PROCEDURE-CYCLE-MEASURE.
           MOVE 0 TO WS-CYC-JDX.
           MOVE 0 TO WS-CYC-UNPAIRED.
           MOVE 0 TO WS-CYC-MISSING.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-COUNT
               MOVE "N" TO CYC-T-CMP(WS-CYC-IDX)
               MOVE "N" TO CYC-T-BREACH(WS-CYC-IDX)
               MOVE "N" TO CYC-T-TAKEN(WS-CYC-IDX)
               MOVE 0 TO CYC-T-DAYS(WS-CYC-IDX)
               IF CYC-T-OWNER(WS-CYC-IDX) = SPACES THEN
                   MOVE "unassigned" TO CYC-T-OWNER(WS-CYC-IDX)
               END-IF
               IF CYC-T-PRIO(WS-CYC-IDX) NOT = "1"
                   AND CYC-T-PRIO(WS-CYC-IDX) NOT = "3" THEN
                   MOVE "2" TO CYC-T-PRIO(WS-CYC-IDX)
               END-IF
               IF CYC-T-DONE(WS-CYC-IDX) NOT = SPACES
                   AND CYC-T-DONE(WS-CYC-IDX)(1:8) >= WS-RNG-LO
                   AND CYC-T-DONE(WS-CYC-IDX)(1:8) <= WS-RNG-HI THEN
                   IF CYC-T-ADDED(WS-CYC-IDX) = SPACES THEN
                       ADD 1 TO WS-CYC-UNPAIRED
                   ELSE
                       PERFORM PROCEDURE-CYCLE-DAYS
                   END-IF
               END-IF
               IF CYC-T-CMP(WS-CYC-IDX) = "Y"
                   OR CYC-T-REOPENS(WS-CYC-IDX) > 0
                   OR CYC-T-PUSHES(WS-CYC-IDX) > 0 THEN
                   IF CYC-T-FOUND(WS-CYC-IDX) = "Y" THEN
                       ADD 1 TO WS-CYC-JDX
                       IF WS-CYC-JDX < WS-CYC-IDX THEN
                           MOVE CYC-ENTRY(WS-CYC-IDX)
                               TO CYC-ENTRY(WS-CYC-JDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-CYC-MISSING
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CYC-JDX TO WS-CYC-COUNT.
       PROCEDURE-CYCLE-DAYS.
           MOVE CYC-T-ADDED(WS-CYC-IDX)(1:8) TO TP-DATE.
           COMPUTE TP-NUM-A = FUNCTION INTEGER-OF-DATE(TP-DATE).
           MOVE CYC-T-DONE(WS-CYC-IDX)(1:8) TO TP-DATE.
           COMPUTE TP-NUM-B = FUNCTION INTEGER-OF-DATE(TP-DATE).
           MOVE 0 TO WS-CYC-DAYS.
           MOVE TP-NUM-A TO WS-BUSDAY-INT.
           PERFORM UNTIL WS-BUSDAY-INT >= TP-NUM-B
               ADD 1 TO WS-BUSDAY-INT
               PERFORM PROCEDURE-CHECK-BUSINESS-DAY
               IF WS-BUSDAY-FLAG = "Y" THEN
                   ADD 1 TO WS-CYC-DAYS
               END-IF
           END-PERFORM.
           MOVE WS-CYC-DAYS TO CYC-T-DAYS(WS-CYC-IDX).
           MOVE "Y" TO CYC-T-CMP(WS-CYC-IDX).
           MOVE CYC-T-PRIO(WS-CYC-IDX) TO WS-CYC-PRI.
           IF WS-CYC-DAYS > CYC-SLA(WS-CYC-PRI) THEN
               MOVE "Y" TO CYC-T-BREACH(WS-CYC-IDX)
           END-IF.
       PROCEDURE-CYCLE-SORT.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX >= WS-CYC-COUNT
               PERFORM VARYING WS-CYC-JDX FROM 1 BY 1
                   UNTIL WS-CYC-JDX > WS-CYC-COUNT - WS-CYC-IDX
                   IF CYC-T-KEY(WS-CYC-JDX)
                       > CYC-T-KEY(WS-CYC-JDX + 1)
                       MOVE CYC-ENTRY(WS-CYC-JDX) TO WS-CYC-SWAP
                       MOVE CYC-ENTRY(WS-CYC-JDX + 1)
                           TO CYC-ENTRY(WS-CYC-JDX)
                       MOVE WS-CYC-SWAP
                           TO CYC-ENTRY(WS-CYC-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       PROCEDURE-CYCLE-GROUP.
           MOVE 0 TO WS-CYG-COUNT.
           MOVE "N" TO WS-CYG-OVERFLOW.
           MOVE 0 TO WS-CYC-TOT-DONE.
           MOVE 0 TO WS-CYC-TOT-BREACH.
           MOVE 0 TO WS-CYC-TOT-REOPENED.
           MOVE 0 TO WS-CYC-TOT-PUSHED.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-COUNT
               OR WS-CYG-OVERFLOW = "Y"
               IF WS-CYG-COUNT = 0 THEN
                   PERFORM PROCEDURE-CYCLE-GROUP-NEW
               ELSE IF CYC-T-OWNER(WS-CYC-IDX)
                   NOT = CYG-OWNER(WS-CYG-COUNT)
                   OR CYC-T-PRIO(WS-CYC-IDX)
                   NOT = CYG-PRIO(WS-CYG-COUNT) THEN
                   PERFORM PROCEDURE-CYCLE-GROUP-NEW
               END-IF
               IF WS-CYG-OVERFLOW = "N" THEN
                   PERFORM PROCEDURE-CYCLE-GROUP-ROW
               END-IF
           END-PERFORM.
           IF WS-CYG-OVERFLOW = "Y" THEN
               DISPLAY ESC ERR "[!] more than 600 owner/priority "
               "groups - summary truncated" ESC RES
           END-IF.
           PERFORM VARYING WS-CYG-IDX FROM 1 BY 1
               UNTIL WS-CYG-IDX > WS-CYG-COUNT
               IF CYG-DONE(WS-CYG-IDX) > 0 THEN
                   COMPUTE WS-CYC-IDX = CYG-FIRST(WS-CYG-IDX)
                       + (CYG-DONE(WS-CYG-IDX) - 1) / 2
                   COMPUTE WS-CYC-JDX = CYG-FIRST(WS-CYG-IDX)
                       + CYG-DONE(WS-CYG-IDX) / 2
                   COMPUTE CYG-MEDIAN(WS-CYG-IDX) =
                       (CYC-T-DAYS(WS-CYC-IDX) + CYC-T-DAYS(WS-CYC-JDX))
                       / 2
               END-IF
           END-PERFORM.
       PROCEDURE-CYCLE-GROUP-NEW.
           IF WS-CYG-COUNT < 600 THEN
               ADD 1 TO WS-CYG-COUNT
               MOVE CYC-T-OWNER(WS-CYC-IDX) TO CYG-OWNER(WS-CYG-COUNT)
               MOVE CYC-T-PRIO(WS-CYC-IDX) TO CYG-PRIO(WS-CYG-COUNT)
               MOVE 0 TO CYG-FIRST(WS-CYG-COUNT)
               MOVE 0 TO CYG-DONE(WS-CYG-COUNT)
               MOVE 0 TO CYG-MEDIAN(WS-CYG-COUNT)
               MOVE 0 TO CYG-WORST(WS-CYG-COUNT)
               MOVE 0 TO CYG-BREACH(WS-CYG-COUNT)
               MOVE 0 TO CYG-REOPENED(WS-CYG-COUNT)
               MOVE 0 TO CYG-PUSHED(WS-CYG-COUNT)
               MOVE 0 TO CYG-PUSH-DAYS(WS-CYG-COUNT)
           ELSE
               MOVE "Y" TO WS-CYG-OVERFLOW
           END-IF.
       PROCEDURE-CYCLE-GROUP-ROW.
           IF CYC-T-CMP(WS-CYC-IDX) = "Y" THEN
               ADD 1 TO CYG-DONE(WS-CYG-COUNT)
               ADD 1 TO WS-CYC-TOT-DONE
               IF CYG-FIRST(WS-CYG-COUNT) = 0 THEN
                   MOVE WS-CYC-IDX TO CYG-FIRST(WS-CYG-COUNT)
               END-IF
               IF CYC-T-DAYS(WS-CYC-IDX) > CYG-WORST(WS-CYG-COUNT)
                   MOVE CYC-T-DAYS(WS-CYC-IDX)
                       TO CYG-WORST(WS-CYG-COUNT)
               END-IF
               IF CYC-T-BREACH(WS-CYC-IDX) = "Y" THEN
                   ADD 1 TO CYG-BREACH(WS-CYG-COUNT)
                   ADD 1 TO WS-CYC-TOT-BREACH
               END-IF
           END-IF.
           IF CYC-T-REOPENS(WS-CYC-IDX) > 0 THEN
               ADD 1 TO CYG-REOPENED(WS-CYG-COUNT)
               ADD 1 TO WS-CYC-TOT-REOPENED
           END-IF.
           IF CYC-T-PUSHES(WS-CYC-IDX) > 0 THEN
               ADD 1 TO CYG-PUSHED(WS-CYG-COUNT)
               ADD 1 TO WS-CYC-TOT-PUSHED
               ADD CYC-T-PUSH-DAYS(WS-CYC-IDX)
                   TO CYG-PUSH-DAYS(WS-CYG-COUNT)
           END-IF.
       PROCEDURE-CYCLE-TOP.
           MOVE 0 TO WS-CYC-TOP-COUNT.
           MOVE 1 TO WS-CYC-SLOT.
           PERFORM UNTIL WS-CYC-TOP-COUNT >= 10 OR WS-CYC-SLOT = 0
               MOVE 0 TO WS-CYC-SLOT
               PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-COUNT
                   IF CYC-T-TAKEN(WS-CYC-IDX) = "N"
                       AND CYC-T-PUSHES(WS-CYC-IDX) > 0 THEN
                       IF WS-CYC-SLOT = 0 THEN
                           MOVE WS-CYC-IDX TO WS-CYC-SLOT
                       ELSE IF CYC-T-PUSHES(WS-CYC-IDX)
                           > CYC-T-PUSHES(WS-CYC-SLOT)
                           OR (CYC-T-PUSHES(WS-CYC-IDX)
                           = CYC-T-PUSHES(WS-CYC-SLOT)
                           AND CYC-T-PUSH-DAYS(WS-CYC-IDX)
                           > CYC-T-PUSH-DAYS(WS-CYC-SLOT)) THEN
                           MOVE WS-CYC-IDX TO WS-CYC-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CYC-SLOT > 0 THEN
                   MOVE "Y" TO CYC-T-TAKEN(WS-CYC-SLOT)
                   ADD 1 TO WS-CYC-TOP-COUNT
                   MOVE WS-CYC-SLOT TO CYC-TOP(WS-CYC-TOP-COUNT)
               END-IF
           END-PERFORM.
       PROCEDURE-CYCLE-PRI-WORD.
           IF CYG-PRIO(WS-CYG-IDX) = "1" THEN
               MOVE "H" TO WS-CYC-PRI-WORD
           ELSE IF CYG-PRIO(WS-CYG-IDX) = "3" THEN
               MOVE "L" TO WS-CYC-PRI-WORD
           ELSE
               MOVE "M" TO WS-CYC-PRI-WORD
           END-IF.
           MOVE CYG-PRIO(WS-CYG-IDX) TO WS-CYC-PRI.
       PROCEDURE-CYCLE-PRINT.
           IF WS-RNG-LO NOT = "00000000" OR WS-RNG-HI NOT = "99999999"
               DISPLAY ESC SUB "period: " ESC RES
               WS-RNG-LO(1:4) "-" WS-RNG-LO(5:2) "-" WS-RNG-LO(7:2)
               " to " WS-RNG-HI(1:4) "-" WS-RNG-HI(5:2) "-"
               WS-RNG-HI(7:2)
               DISPLAY " "
           END-IF.
           DISPLAY ESC H-2 "cycle time in business days by owner "
           "and priority" ESC RES.
           DISPLAY
           ESC SUB "| " ESC H-2 "OWNER           "
           ESC SUB "| " ESC H-2 "PRI"
           ESC SUB "| " ESC H-2 " DONE"
           ESC SUB "| " ESC H-2 "MEDIAN"
           ESC SUB "| " ESC H-2 "WORST"
           ESC SUB "| " ESC H-2 "SLA"
           ESC SUB "| " ESC H-2 "BREACH"
           ESC SUB "| " ESC H-2 "REOPEN"
           ESC SUB "| " ESC H-2 "PUSHED"
           ESC SUB "| " ESC H-2 "  DAYS" ESC SUB "|".
           DISPLAY
           "|------------------"
           "|-----"
           "|-------"
           "|--------"
           "|-------"
           "|-----"
           "|--------"
           "|--------"
           "|--------"
           "|--------|" ESC RES.
           PERFORM VARYING WS-CYG-IDX FROM 1 BY 1
               UNTIL WS-CYG-IDX > WS-CYG-COUNT
               PERFORM PROCEDURE-CYCLE-PRI-WORD
               MOVE CYG-MEDIAN(WS-CYG-IDX) TO WS-CYC-MED
               DISPLAY ESC SUB "| " ESC RES
               CYG-OWNER(WS-CYG-IDX) ESC SUB " | " ESC RES
               WS-CYC-PRI-WORD ESC SUB " | " ESC RES
               WITH NO ADVANCING
               MOVE CYG-DONE(WS-CYG-IDX) TO WS-CYC-N5
               DISPLAY WS-CYC-N5 ESC SUB " | " ESC RES
               WS-CYC-MED ESC SUB " | " ESC RES WITH NO ADVANCING
               MOVE CYG-WORST(WS-CYG-IDX) TO WS-CYC-N5
               MOVE CYC-SLA(WS-CYC-PRI) TO WS-CYC-N3
               DISPLAY WS-CYC-N5 ESC SUB " | " ESC RES
               WS-CYC-N3 ESC SUB " | " ESC RES
               WITH NO ADVANCING
               MOVE CYG-BREACH(WS-CYG-IDX) TO WS-CYC-N6
               DISPLAY WS-CYC-N6 ESC SUB " | " ESC RES
               WITH NO ADVANCING
               MOVE CYG-REOPENED(WS-CYG-IDX) TO WS-CYC-N6
               DISPLAY WS-CYC-N6 ESC SUB " | " ESC RES
               WITH NO ADVANCING
               MOVE CYG-PUSHED(WS-CYG-IDX) TO WS-CYC-N6
               DISPLAY WS-CYC-N6 ESC SUB " | " ESC RES
               WITH NO ADVANCING
               MOVE CYG-PUSH-DAYS(WS-CYG-IDX) TO WS-CYC-N6
               DISPLAY WS-CYC-N6 ESC SUB " |" ESC RES
           END-PERFORM.
           DISPLAY " ".
           DISPLAY ESC SUB "completed tasks:   " ESC RES
           WS-CYC-TOT-DONE.
           DISPLAY ESC SUB "sla breaches:      " ESC RES
           WS-CYC-TOT-BREACH.
           DISPLAY ESC SUB "tasks reopened:    " ESC RES
           WS-CYC-TOT-REOPENED.
           DISPLAY ESC SUB "tasks rescheduled: " ESC RES
           WS-CYC-TOT-PUSHED.
           DISPLAY ESC SUB "sla targets (H/M/L business days): " ESC RES
           CYC-SLA(1) "/" CYC-SLA(2) "/" CYC-SLA(3).
           IF WS-CYC-UNPAIRED > 0 THEN
               DISPLAY ESC INF "[i] " WS-CYC-UNPAIRED " completion(s) "
               "with no add in the audit trail left out" ESC RES
           END-IF.
           IF WS-CYC-MISSING > 0 THEN
               DISPLAY ESC INF "[i] " WS-CYC-MISSING " task(s) no "
               "longer live or archived left out" ESC RES
           END-IF.

           DISPLAY " ".
           DISPLAY ESC H-2 "most rescheduled tasks" ESC RES.
           IF WS-CYC-TOP-COUNT = 0 THEN
               DISPLAY ESC INF "[i] no due dates were pushed out"
               ESC RES
           ELSE
               DISPLAY
               ESC SUB "| " ESC H-2 "TASK ID                         "
               ESC SUB "| " ESC H-2 "OWNER           "
               ESC SUB "| " ESC H-2 "PRI"
               ESC SUB "| " ESC H-2 "PUSHES"
               ESC SUB "| " ESC H-2 "  DAYS" ESC SUB "|"
               DISPLAY
               "|----------------------------------"
               "|------------------"
               "|-----"
               "|--------"
               "|--------|" ESC RES
               PERFORM VARYING WS-CYG-IDX FROM 1 BY 1
                   UNTIL WS-CYG-IDX > WS-CYC-TOP-COUNT
                   MOVE CYC-TOP(WS-CYG-IDX) TO WS-CYC-IDX
                   PERFORM PROCEDURE-CYCLE-TOP-WORD
                   DISPLAY ESC SUB "| " ESC RES
                   CYC-T-ID(WS-CYC-IDX) ESC SUB " | " ESC RES
                   CYC-T-OWNER(WS-CYC-IDX) ESC SUB " | " ESC RES
                   WS-CYC-PRI-WORD ESC SUB " | " ESC RES
                   WITH NO ADVANCING
                   MOVE CYC-T-PUSHES(WS-CYC-IDX) TO WS-CYC-N6
                   DISPLAY WS-CYC-N6 ESC SUB " | " ESC RES
                   WITH NO ADVANCING
                   MOVE CYC-T-PUSH-DAYS(WS-CYC-IDX) TO WS-CYC-N6
                   DISPLAY WS-CYC-N6 ESC SUB " |" ESC RES
               END-PERFORM
           END-IF.
       PROCEDURE-CYCLE-TOP-WORD.
           IF CYC-T-PRIO(WS-CYC-IDX) = "1" THEN
               MOVE "H" TO WS-CYC-PRI-WORD
           ELSE IF CYC-T-PRIO(WS-CYC-IDX) = "3" THEN
               MOVE "L" TO WS-CYC-PRI-WORD
           ELSE
               MOVE "M" TO WS-CYC-PRI-WORD
           END-IF.
       PROCEDURE-CYCLE-SPOOL.
           IF WS-RNG-LO NOT = "00000000" OR WS-RNG-HI NOT = "99999999"
               STRING "PERIOD " DELIMITED BY SIZE
                   WS-RNG-LO(1:4) "-" WS-RNG-LO(5:2) "-"
                   WS-RNG-LO(7:2) " TO " WS-RNG-HI(1:4) "-"
                   WS-RNG-HI(5:2) "-" WS-RNG-HI(7:2)
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM PROCEDURE-SPOOL-PUT
               PERFORM PROCEDURE-SPOOL-PUT
           END-IF.
           MOVE SPACES TO SPL-HEAD-TABLE.
           MOVE 3 TO WS-SPL-HEAD-COUNT.
           MOVE "CYCLE TIME IN BUSINESS DAYS BY OWNER AND PRIORITY"
               TO SPL-HEAD(1).
           STRING "OWNER             PRI   DONE  MEDIAN  WORST  SLA  "
               "BREACH  REOPEN  PUSHED    DAYS"
               DELIMITED BY SIZE INTO SPL-HEAD(2).
           STRING "----------------  ---  -----  ------  -----  ---  "
               "------  ------  ------  ------"
               DELIMITED BY SIZE INTO SPL-HEAD(3).
           PERFORM PROCEDURE-SPOOL-HEAD.
           PERFORM VARYING WS-CYG-IDX FROM 1 BY 1
               UNTIL WS-CYG-IDX > WS-CYG-COUNT
               PERFORM PROCEDURE-CYCLE-PRI-WORD
               MOVE CYG-OWNER(WS-CYG-IDX) TO WS-SPL-LINE(1:16)
               MOVE WS-CYC-PRI-WORD TO WS-SPL-LINE(19:3)
               MOVE CYG-DONE(WS-CYG-IDX) TO WS-CYC-N5
               MOVE WS-CYC-N5 TO WS-SPL-LINE(24:5)
               MOVE CYG-MEDIAN(WS-CYG-IDX) TO WS-CYC-MED
               MOVE WS-CYC-MED TO WS-SPL-LINE(31:6)
               MOVE CYG-WORST(WS-CYG-IDX) TO WS-CYC-N5
               MOVE WS-CYC-N5 TO WS-SPL-LINE(39:5)
               MOVE CYC-SLA(WS-CYC-PRI) TO WS-CYC-N3
               MOVE WS-CYC-N3 TO WS-SPL-LINE(46:3)
               MOVE CYG-BREACH(WS-CYG-IDX) TO WS-CYC-N6
               MOVE WS-CYC-N6 TO WS-SPL-LINE(51:6)
               MOVE CYG-REOPENED(WS-CYG-IDX) TO WS-CYC-N6
               MOVE WS-CYC-N6 TO WS-SPL-LINE(59:6)
               MOVE CYG-PUSHED(WS-CYG-IDX) TO WS-CYC-N6
               MOVE WS-CYC-N6 TO WS-SPL-LINE(67:6)
               MOVE CYG-PUSH-DAYS(WS-CYG-IDX) TO WS-CYC-N6
               MOVE WS-CYC-N6 TO WS-SPL-LINE(75:6)
               ADD 1 TO WS-SPL-RECORDS
               PERFORM PROCEDURE-SPOOL-PUT
           END-PERFORM.

           MOVE 0 TO WS-SPL-HEAD-COUNT.
           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE "completed tasks:" TO WS-SPL-LINE.
           MOVE WS-CYC-TOT-DONE TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE "sla breaches:" TO WS-SPL-LINE.
           MOVE WS-CYC-TOT-BREACH TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE "tasks reopened:" TO WS-SPL-LINE.
           MOVE WS-CYC-TOT-REOPENED TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           MOVE "tasks rescheduled:" TO WS-SPL-LINE.
           MOVE WS-CYC-TOT-PUSHED TO WS-SPL-NUM.
           PERFORM PROCEDURE-SPOOL-TOTAL.
           STRING "sla targets (H/M/L business days): "
               CYC-SLA(1) "/" CYC-SLA(2) "/" CYC-SLA(3)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM PROCEDURE-SPOOL-PUT.
           IF WS-CYC-UNPAIRED > 0 THEN
               MOVE "completions with no add left out:" TO WS-SPL-LINE
               MOVE WS-CYC-UNPAIRED TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(36:8)
               PERFORM PROCEDURE-SPOOL-PUT
           END-IF.
           IF WS-CYC-MISSING > 0 THEN
               MOVE "tasks no longer on file left out:" TO WS-SPL-LINE
               MOVE WS-CYC-MISSING TO WS-SPL-NUM
               MOVE WS-SPL-NUM TO WS-SPL-LINE(36:8)
               PERFORM PROCEDURE-SPOOL-PUT
           END-IF.

           PERFORM PROCEDURE-SPOOL-PUT.
           MOVE SPACES TO SPL-HEAD-TABLE.
           MOVE 3 TO WS-SPL-HEAD-COUNT.
           MOVE "MOST RESCHEDULED TASKS" TO SPL-HEAD(1).
           STRING "TASK ID                           OWNER             "
               "PRI  PUSHES    DAYS"
               DELIMITED BY SIZE INTO SPL-HEAD(2).
           STRING "--------------------------------  ----------------  "
               "---  ------  ------"
               DELIMITED BY SIZE INTO SPL-HEAD(3).
           PERFORM PROCEDURE-SPOOL-HEAD.
           IF WS-CYC-TOP-COUNT = 0 THEN
               MOVE "no due dates were pushed out" TO WS-SPL-LINE
               PERFORM PROCEDURE-SPOOL-PUT
           END-IF.
           PERFORM VARYING WS-CYG-IDX FROM 1 BY 1
               UNTIL WS-CYG-IDX > WS-CYC-TOP-COUNT
               MOVE CYC-TOP(WS-CYG-IDX) TO WS-CYC-IDX
               PERFORM PROCEDURE-CYCLE-TOP-WORD
               MOVE CYC-T-ID(WS-CYC-IDX) TO WS-SPL-LINE(1:32)
               MOVE CYC-T-OWNER(WS-CYC-IDX) TO WS-SPL-LINE(35:16)
               MOVE WS-CYC-PRI-WORD TO WS-SPL-LINE(53:3)
               MOVE CYC-T-PUSHES(WS-CYC-IDX) TO WS-CYC-N6
               MOVE WS-CYC-N6 TO WS-SPL-LINE(58:6)
               MOVE CYC-T-PUSH-DAYS(WS-CYC-IDX) TO WS-CYC-N6
               MOVE WS-CYC-N6 TO WS-SPL-LINE(66:6)
               ADD 1 TO WS-SPL-RECORDS
               PERFORM PROCEDURE-SPOOL-PUT
           END-PERFORM.
       PROCEDURE-ROTATE.
           DISPLAY ESC H-1 "ROTATE AUDIT TRAIL" ESC RES. DISPLAY " ".

           MOVE "00" TO WS-BATCH-FS-SAVE.
           MOVE "rotate" TO WS-ADMIN-CMD.
           MOVE SPACES TO WS-ADMIN-TARGET.
           PERFORM PROCEDURE-ADMIN-CHECK.
           IF WS-ADMIN-OK = "Y" THEN
               PERFORM PROCEDURE-ROTATE-RUN
           END-IF.

           DISPLAY " ".
       PROCEDURE-ROTATE-RUN.
           MOVE "Y" TO WS-ROT-OK.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUD-DATE(1:6) TO WS-ROT-CUTOFF.
           PERFORM PROCEDURE-ROTATE-STATE.
           IF WS-ROT-STATE = "K" THEN
               DISPLAY ESC INF "[i] completing an unfinished "
               "rotation" ESC RES
               PERFORM PROCEDURE-ROTATE-COMMIT
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               PERFORM PROCEDURE-ROTATE-COPY
           END-IF.
           IF WS-ROT-OK = "Y" AND WS-ROT-STATE = "K" THEN
               PERFORM PROCEDURE-ROTATE-COMMIT
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               PERFORM PROCEDURE-ROTATE-EXPIRE
           END-IF.
       PROCEDURE-ROTATE-STATE.
           MOVE "N" TO WS-ROT-STATE.
           MOVE "N" TO WS-ROT-TAIL.
           MOVE "N" TO WS-ROT-LOADED.
           MOVE 0 TO WS-ROT-READ.
           MOVE 0 TO WS-ROT-DROPPED.
           MOVE 0 TO WS-ROT-SEEN.
           MOVE 0 TO WS-ROT-NXT-ROWS.
           MOVE 0 TO WS-AGP-COUNT.
           OPEN INPUT AUDROT-FILE.
           IF FS-AUDROT = "00" THEN
               PERFORM UNTIL FS-AUDROT NOT = "00"
                   READ AUDROT-FILE
                       AT END MOVE "99" TO FS-AUDROT
                   NOT AT END
                       IF ROT-TYPE = "G" AND WS-AGP-COUNT < 600 THEN
                           ADD 1 TO WS-AGP-COUNT
                           MOVE ROT-MONTH TO AGP-T-MONTH(WS-AGP-COUNT)
                           MOVE ROT-FROM TO AGP-T-FROM(WS-AGP-COUNT)
                           MOVE ROT-TO TO AGP-T-TO(WS-AGP-COUNT)
                           MOVE ROT-ROWS TO AGP-T-ROWS(WS-AGP-COUNT)
                           MOVE ROT-ADDS TO AGP-T-ADDS(WS-AGP-COUNT)
                           MOVE ROT-DELS TO AGP-T-DELS(WS-AGP-COUNT)
                           MOVE ROT-ARCS TO AGP-T-ARCS(WS-AGP-COUNT)
                       ELSE IF ROT-TYPE = "K" THEN
                           MOVE "K" TO WS-ROT-STATE
                           MOVE ROT-ROWS TO WS-ROT-READ
                           MOVE ROT-DELS TO WS-ROT-DROPPED
                       ELSE IF ROT-TYPE = "T" THEN
                           MOVE "Y" TO WS-ROT-TAIL
                           MOVE ROT-ROWS TO WS-ROT-SEEN
                           MOVE ROT-ADDS TO WS-ROT-NXT-ROWS
                       ELSE IF ROT-TYPE = "L" THEN
                           MOVE "Y" TO WS-ROT-LOADED
                       ELSE IF ROT-TYPE = "D" THEN
                           MOVE "N" TO WS-ROT-STATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDROT-FILE
           END-IF.
       PROCEDURE-ROTATE-STAMP.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE SPACES TO WS-ROT-STAMP.
           STRING WS-AUD-DATE DELIMITED BY SIZE
               WS-AUD-TIME(1:6) DELIMITED BY SIZE
               INTO WS-ROT-STAMP.
       PROCEDURE-ROTATE-COPY.
           MOVE 0 TO WS-ROT-READ.
           MOVE 0 TO WS-ROT-MOVED.
           MOVE 0 TO WS-ROT-DROPPED.
           MOVE 0 TO WS-AGP-COUNT.
           MOVE SPACES TO WS-ROT-GEN-MONTH.
           PERFORM PROCEDURE-AUDIT-CATALOGUE.
           MOVE "audit" TO WS-AUDIT-PATH.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT = "35" THEN
               DISPLAY ESC INF "[i] no live audit file - nothing to "
               "rotate" ESC RES
           ELSE IF FS-AUDIT NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read audit file "
               "(status " FS-AUDIT ") - nothing rotated" ESC RES
               MOVE FS-AUDIT TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               MOVE "audit.new" TO WS-ARCTMP-PATH
               OPEN OUTPUT ARC-TEMP-FILE
               IF FS-ARCTMP NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create rotation "
                   "work file (status " FS-ARCTMP ") - nothing "
                   "rotated" ESC RES
                   CLOSE AUDIT-FILE
                   MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   PERFORM PROCEDURE-ROTATE-SPLIT
               END-IF
           END-IF.
       PROCEDURE-ROTATE-SPLIT.
           PERFORM UNTIL FS-AUDIT NOT = "00" OR WS-ROT-OK NOT = "Y"
               READ AUDIT-FILE
                   AT END MOVE "99" TO FS-AUDIT
               NOT AT END
                   ADD 1 TO WS-ROT-READ
                   PERFORM PROCEDURE-ROTATE-ROW
               END-READ
           END-PERFORM.
           MOVE FS-AUDIT TO WS-ARCTMP-READ-FS.
           CLOSE AUDIT-FILE.
           CLOSE ARC-TEMP-FILE.
           IF WS-ROT-GEN-MONTH NOT = SPACES THEN
               CLOSE AUDGEN-FILE
               MOVE SPACES TO WS-ROT-GEN-MONTH
           END-IF.

           IF WS-ROT-OK NOT = "Y" THEN
               CONTINUE
           ELSE IF WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading audit file "
               "(status " WS-ARCTMP-READ-FS ") - nothing rotated"
               ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE IF WS-ROT-MOVED = 0 AND WS-ROT-DROPPED = 0 THEN
               DISPLAY ESC INF "[i] nothing to rotate - the live "
               "audit file holds " WS-ROT-READ " row(s) from "
               WS-ROT-CUTOFF(1:4) "-" WS-ROT-CUTOFF(5:2)
               " on" ESC RES
               MOVE "audit.new" TO WS-AGN-PATH
               CALL "CBL_DELETE_FILE" USING WS-AGN-PATH
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM PROCEDURE-ROTATE-PLAN
           END-IF.
       PROCEDURE-ROTATE-ROW.
           MOVE "K" TO WS-ROT-DEST.
           IF AUD-TIMESTAMP(1:6) IS NUMERIC
               AND AUD-TIMESTAMP(1:6) < WS-ROT-CUTOFF THEN
               MOVE "G" TO WS-ROT-DEST
               IF WS-AGC-RET-TO NOT = SPACES
                   AND AUD-TIMESTAMP NOT > WS-AGC-RET-TO THEN
                   MOVE "D" TO WS-ROT-DEST
               END-IF
               PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
                   UNTIL WS-AGC-IDX > WS-AGC-COUNT
                   IF AGC-T-MONTH(WS-AGC-IDX) = AUD-TIMESTAMP(1:6)
                       THEN
                       IF AUD-TIMESTAMP > AGC-T-TO(WS-AGC-IDX) THEN
                           MOVE "K" TO WS-ROT-DEST
                       ELSE
                           MOVE "D" TO WS-ROT-DEST
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-ROT-DEST = "K" THEN
               MOVE AUDIT-RECORD TO ARC-TEMP-RECORD
               WRITE ARC-TEMP-RECORD
               IF FS-ARCTMP NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not write rotation "
                   "work file (status " FS-ARCTMP ") - nothing "
                   "rotated" ESC RES
                   MOVE "30" TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               END-IF
           ELSE IF WS-ROT-DEST = "D" THEN
               ADD 1 TO WS-ROT-DROPPED
           ELSE
               PERFORM PROCEDURE-ROTATE-GEN-WRITE
           END-IF.
       PROCEDURE-ROTATE-GEN-WRITE.
           IF AUD-TIMESTAMP(1:6) NOT = WS-ROT-GEN-MONTH THEN
               PERFORM PROCEDURE-ROTATE-GEN-OPEN
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               MOVE AUDIT-RECORD TO AUDGEN-RECORD
               WRITE AUDGEN-RECORD
               IF FS-AUDGEN NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not write audit "
                   "generation " FUNCTION TRIM(WS-AGN-PATH)
                   " (status " FS-AUDGEN ") - nothing rotated"
                   ESC RES
                   MOVE "30" TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   PERFORM PROCEDURE-ROTATE-TALLY
               END-IF
           END-IF.
       PROCEDURE-ROTATE-GEN-OPEN.
           IF WS-ROT-GEN-MONTH NOT = SPACES THEN
               CLOSE AUDGEN-FILE
               MOVE SPACES TO WS-ROT-GEN-MONTH
           END-IF.
           MOVE 0 TO WS-ROT-SLOT.
           PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
               UNTIL WS-AGP-IDX > WS-AGP-COUNT
               IF AGP-T-MONTH(WS-AGP-IDX) = AUD-TIMESTAMP(1:6) THEN
                   MOVE WS-AGP-IDX TO WS-ROT-SLOT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AGN-PATH.
           STRING "audit." DELIMITED BY SIZE
               AUD-TIMESTAMP(1:6) DELIMITED BY SIZE
               INTO WS-AGN-PATH.

           IF WS-ROT-SLOT > 0 THEN
               OPEN EXTEND AUDGEN-FILE
           ELSE IF WS-AGP-COUNT >= 600 THEN
               DISPLAY ESC ERR "[!] more than 600 months to rotate "
               "- nothing rotated" ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               ADD 1 TO WS-AGP-COUNT
               MOVE WS-AGP-COUNT TO WS-ROT-SLOT
               MOVE AUD-TIMESTAMP(1:6) TO AGP-T-MONTH(WS-ROT-SLOT)
               MOVE SPACES TO AGP-T-FROM(WS-ROT-SLOT)
               MOVE SPACES TO AGP-T-TO(WS-ROT-SLOT)
               MOVE 0 TO AGP-T-ROWS(WS-ROT-SLOT)
               MOVE 0 TO AGP-T-ADDS(WS-ROT-SLOT)
               MOVE 0 TO AGP-T-DELS(WS-ROT-SLOT)
               MOVE 0 TO AGP-T-ARCS(WS-ROT-SLOT)
               OPEN OUTPUT AUDGEN-FILE
           END-IF.

           IF WS-ROT-OK = "Y" THEN
               IF FS-AUDGEN NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create audit "
                   "generation " FUNCTION TRIM(WS-AGN-PATH)
                   " (status " FS-AUDGEN ") - nothing rotated"
                   ESC RES
                   MOVE FS-AUDGEN TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   MOVE AUD-TIMESTAMP(1:6) TO WS-ROT-GEN-MONTH
               END-IF
           END-IF.
       PROCEDURE-ROTATE-TALLY.
           ADD 1 TO WS-ROT-MOVED.
           ADD 1 TO AGP-T-ROWS(WS-ROT-SLOT).
           IF AGP-T-FROM(WS-ROT-SLOT) = SPACES
               OR AUD-TIMESTAMP < AGP-T-FROM(WS-ROT-SLOT) THEN
               MOVE AUD-TIMESTAMP TO AGP-T-FROM(WS-ROT-SLOT)
           END-IF.
           IF AUD-TIMESTAMP > AGP-T-TO(WS-ROT-SLOT) THEN
               MOVE AUD-TIMESTAMP TO AGP-T-TO(WS-ROT-SLOT)
           END-IF.
           IF AUD-ACTION = "ADD" OR AUD-ACTION = "UNARCHIV"
               OR AUD-ACTION = "UNDELETE" THEN
               ADD 1 TO AGP-T-ADDS(WS-ROT-SLOT)
           ELSE IF AUD-ACTION = "DELETE" THEN
               ADD 1 TO AGP-T-DELS(WS-ROT-SLOT)
           ELSE IF AUD-ACTION = "ARCHIVE" THEN
               ADD 1 TO AGP-T-ARCS(WS-ROT-SLOT)
           END-IF.
       PROCEDURE-ROTATE-PLAN.
           OPEN OUTPUT AUDROT-FILE.
           IF FS-AUDROT NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not create rotation "
               "control file (status " FS-AUDROT ") - nothing "
               "rotated" ESC RES
               MOVE FS-AUDROT TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               PERFORM PROCEDURE-ROTATE-STAMP
               PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
                   UNTIL WS-AGP-IDX > WS-AGP-COUNT
                   MOVE SPACES TO AUDROT-RECORD
                   MOVE "G" TO ROT-TYPE
                   MOVE AGP-T-MONTH(WS-AGP-IDX) TO ROT-MONTH
                   STRING "audit." DELIMITED BY SIZE
                       AGP-T-MONTH(WS-AGP-IDX) DELIMITED BY SIZE
                       INTO ROT-FILE
                   MOVE AGP-T-FROM(WS-AGP-IDX) TO ROT-FROM
                   MOVE AGP-T-TO(WS-AGP-IDX) TO ROT-TO
                   MOVE AGP-T-ROWS(WS-AGP-IDX) TO ROT-ROWS
                   MOVE AGP-T-ADDS(WS-AGP-IDX) TO ROT-ADDS
                   MOVE AGP-T-DELS(WS-AGP-IDX) TO ROT-DELS
                   MOVE AGP-T-ARCS(WS-AGP-IDX) TO ROT-ARCS
                   MOVE WS-ROT-STAMP TO ROT-STAMP
                   WRITE AUDROT-RECORD
                   IF FS-AUDROT NOT = "00" THEN
                       MOVE "N" TO WS-ROT-OK
                   END-IF
               END-PERFORM
               IF WS-ROT-OK = "Y" THEN
                   MOVE SPACES TO AUDROT-RECORD
                   MOVE "K" TO ROT-TYPE
                   MOVE WS-ROT-CUTOFF TO ROT-MONTH
                   MOVE "audit.new" TO ROT-FILE
                   MOVE WS-ROT-READ TO ROT-ROWS
                   MOVE 0 TO ROT-ADDS
                   MOVE WS-ROT-DROPPED TO ROT-DELS
                   MOVE 0 TO ROT-ARCS
                   MOVE WS-ROT-STAMP TO ROT-STAMP
                   WRITE AUDROT-RECORD
                   IF FS-AUDROT NOT = "00" THEN
                       MOVE "N" TO WS-ROT-OK
                   END-IF
               END-IF
               CLOSE AUDROT-FILE
               IF WS-ROT-OK = "Y" THEN
                   MOVE "K" TO WS-ROT-STATE
                   MOVE "N" TO WS-ROT-TAIL
                   MOVE "N" TO WS-ROT-LOADED
               ELSE
                   DISPLAY ESC ERR "[!] could not write rotation "
                   "control file - nothing rotated" ESC RES
                   MOVE "30" TO WS-BATCH-FS-SAVE
               END-IF
           END-IF.
       PROCEDURE-ROTATE-MARK.
           OPEN EXTEND AUDROT-FILE.
           IF FS-AUDROT NOT = "00" THEN
               MOVE "N" TO WS-ROT-OK
           ELSE
               PERFORM PROCEDURE-ROTATE-STAMP
               MOVE SPACES TO AUDROT-RECORD
               MOVE WS-ROT-MARK TO ROT-TYPE
               MOVE WS-ROT-MARK-ROWS TO ROT-ROWS
               MOVE WS-ROT-MARK-ADDS TO ROT-ADDS
               MOVE 0 TO ROT-DELS
               MOVE 0 TO ROT-ARCS
               MOVE WS-ROT-STAMP TO ROT-STAMP
               WRITE AUDROT-RECORD
               IF FS-AUDROT NOT = "00" THEN
                   MOVE "N" TO WS-ROT-OK
               END-IF
               CLOSE AUDROT-FILE
           END-IF.
           MOVE 0 TO WS-ROT-MARK-ROWS.
           MOVE 0 TO WS-ROT-MARK-ADDS.
           IF WS-ROT-OK NOT = "Y" THEN
               DISPLAY ESC ERR "[!] could not update rotation "
               "control file (status " FS-AUDROT ") - rerun rotate "
               "to finish" ESC RES
               MOVE "30" TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-ROTATE-COMMIT.
           IF WS-ROT-TAIL NOT = "Y" THEN
               PERFORM PROCEDURE-ROTATE-TAIL
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               PERFORM PROCEDURE-ROTATE-CATALOGUE
           END-IF.
           IF WS-ROT-OK = "Y" AND WS-ROT-LOADED NOT = "Y" THEN
               PERFORM PROCEDURE-ROTATE-RELOAD
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               MOVE "D" TO WS-ROT-MARK
               PERFORM PROCEDURE-ROTATE-MARK
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               MOVE "audit.new" TO WS-AGN-PATH
               CALL "CBL_DELETE_FILE" USING WS-AGN-PATH
               MOVE "audit.nxt" TO WS-AGN-PATH
               CALL "CBL_DELETE_FILE" USING WS-AGN-PATH
               MOVE 0 TO RETURN-CODE
               MOVE "N" TO WS-ROT-STATE
               MOVE 0 TO WS-ROT-MOVED
               PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
                   UNTIL WS-AGP-IDX > WS-AGP-COUNT
                   ADD AGP-T-ROWS(WS-AGP-IDX) TO WS-ROT-MOVED
               END-PERFORM
               DISPLAY ESC SUC "[i] " WS-ROT-MOVED " audit row(s) "
               "closed off into " WS-AGP-COUNT " generation(s)"
               ESC RES
           END-IF.
       PROCEDURE-ROTATE-TAIL.
           MOVE "audit.new" TO WS-ARCTMP-PATH.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] rotation work file audit.new "
               "unavailable (status " FS-ARCTMP ") - audit file "
               "unchanged" ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               MOVE "audit.nxt" TO WS-AGN-PATH
               OPEN OUTPUT AUDGEN-FILE
               IF FS-AUDGEN NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create rotation "
                   "work file audit.nxt (status " FS-AUDGEN ") - "
                   "audit file unchanged" ESC RES
                   CLOSE ARC-TEMP-FILE
                   MOVE FS-AUDGEN TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   PERFORM PROCEDURE-ROTATE-TAIL-COPY
                   CLOSE AUDGEN-FILE
               END-IF
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               MOVE WS-ROT-OUT-ROWS TO WS-ROT-NXT-ROWS
               MOVE "T" TO WS-ROT-MARK
               MOVE WS-ROT-SEEN TO WS-ROT-MARK-ROWS
               MOVE WS-ROT-NXT-ROWS TO WS-ROT-MARK-ADDS
               PERFORM PROCEDURE-ROTATE-MARK
           END-IF.
       PROCEDURE-ROTATE-TAIL-COPY.
           MOVE 0 TO WS-ROT-OUT-ROWS.
           PERFORM UNTIL FS-ARCTMP NOT = "00" OR WS-ROT-OK NOT = "Y"
               READ ARC-TEMP-FILE
                   AT END MOVE "99" TO FS-ARCTMP
               NOT AT END
                   MOVE ARC-TEMP-RECORD TO AUDGEN-RECORD
                   PERFORM PROCEDURE-ROTATE-OUT-WRITE
               END-READ
           END-PERFORM.
           MOVE FS-ARCTMP TO WS-ARCTMP-READ-FS.
           CLOSE ARC-TEMP-FILE.
           IF WS-ROT-OK = "Y" AND WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading rotation work file "
               "(status " WS-ARCTMP-READ-FS ") - audit file "
               "unchanged" ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               MOVE WS-ROT-READ TO WS-ROT-SKIP
               MOVE 0 TO WS-ROT-CMP
               PERFORM PROCEDURE-ROTATE-LIVE-REST
               MOVE WS-ROT-CMP TO WS-ROT-SEEN
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               PERFORM PROCEDURE-ROTATE-TAIL-LOG
           END-IF.
       PROCEDURE-ROTATE-OUT-WRITE.
           WRITE AUDGEN-RECORD.
           IF FS-AUDGEN NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not write rotation work "
               "file " FUNCTION TRIM(WS-AGN-PATH) " (status "
               FS-AUDGEN ") - audit file unchanged" ESC RES
               MOVE "30" TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               ADD 1 TO WS-ROT-OUT-ROWS
           END-IF.
       PROCEDURE-ROTATE-LIVE-REST.
           MOVE 0 TO WS-ROT-TAIL-ROWS.
           MOVE "audit" TO WS-AUDIT-PATH.
           OPEN INPUT AUDIT-FILE.
           MOVE FS-AUDIT TO WS-AGR-LIVE-FS.
           IF FS-AUDIT = "00" THEN
               PERFORM UNTIL FS-AUDIT NOT = "00" OR WS-ROT-OK NOT = "Y"
                   READ AUDIT-FILE
                       AT END MOVE "99" TO FS-AUDIT
                   NOT AT END
                       ADD 1 TO WS-ROT-CMP
                       IF WS-ROT-CMP > WS-ROT-SKIP THEN
                           MOVE AUDIT-RECORD TO AUDGEN-RECORD
                           PERFORM PROCEDURE-ROTATE-OUT-WRITE
                           ADD 1 TO WS-ROT-TAIL-ROWS
                       END-IF
                   END-READ
               END-PERFORM
               MOVE FS-AUDIT TO WS-AGR-LIVE-FS
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-ROT-OK NOT = "Y" THEN
               CONTINUE
           ELSE IF WS-AGR-LIVE-FS NOT = "99"
               AND WS-AGR-LIVE-FS NOT = "35" THEN
               DISPLAY ESC ERR "[!] could not read audit file "
               "(status " WS-AGR-LIVE-FS ") - audit file unchanged"
               ESC RES
               MOVE WS-AGR-LIVE-FS TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE IF WS-ROT-CMP < WS-ROT-SKIP THEN
               DISPLAY ESC ERR "[!] live audit file has fewer rows "
               "than when rotation started - audit file unchanged"
               ESC RES
               MOVE "91" TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           END-IF.
       PROCEDURE-ROTATE-TAIL-LOG.
           PERFORM PROCEDURE-ROTATE-STAMP.
           MOVE WS-ROT-STAMP TO AUD-TIMESTAMP.
           MOVE "ROTATE" TO AUD-ACTION.
           MOVE SPACES TO AUD-TASK-ID.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
               UNTIL WS-AGP-IDX > WS-AGP-COUNT OR WS-ROT-OK NOT = "Y"
               MOVE SPACES TO AUD-BEFORE
               STRING "audit." DELIMITED BY SIZE
                   AGP-T-MONTH(WS-AGP-IDX) DELIMITED BY SIZE
                   INTO AUD-BEFORE
               MOVE SPACES TO AUD-AFTER
               STRING AGP-T-ROWS(WS-AGP-IDX) DELIMITED BY SIZE
                   " rows " DELIMITED BY SIZE
                   AGP-T-FROM(WS-AGP-IDX)(1:8) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AGP-T-TO(WS-AGP-IDX)(1:8) DELIMITED BY SIZE
                   INTO AUD-AFTER
               MOVE AUDIT-RECORD TO AUDGEN-RECORD
               PERFORM PROCEDURE-ROTATE-OUT-WRITE
           END-PERFORM.
           IF WS-AGP-COUNT = 0 AND WS-ROT-OK = "Y" THEN
               MOVE "audit" TO AUD-BEFORE
               MOVE SPACES TO AUD-AFTER
               STRING WS-ROT-DROPPED DELIMITED BY SIZE
                   " duplicate rows dropped" DELIMITED BY SIZE
                   INTO AUD-AFTER
               MOVE AUDIT-RECORD TO AUDGEN-RECORD
               PERFORM PROCEDURE-ROTATE-OUT-WRITE
           END-IF.
       PROCEDURE-ROTATE-CATALOGUE.
           PERFORM PROCEDURE-AUDIT-CATALOGUE.
           MOVE 0 TO WS-ROT-ADDED.
           OPEN EXTEND AUDCAT-FILE.
           IF FS-AUDCAT = "35" THEN
               OPEN OUTPUT AUDCAT-FILE
           END-IF.
           IF FS-AUDCAT NOT = "00" AND FS-AUDCAT NOT = "05" THEN
               DISPLAY ESC ERR "[!] could not open audit catalogue "
               "(status " FS-AUDCAT ") - rerun rotate to finish"
               ESC RES
               MOVE FS-AUDCAT TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               PERFORM PROCEDURE-ROTATE-STAMP
               PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
                   UNTIL WS-AGP-IDX > WS-AGP-COUNT
                   MOVE "N" TO WS-ROT-FOUND
                   PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
                       UNTIL WS-AGC-IDX > WS-AGC-COUNT
                       IF AGC-T-MONTH(WS-AGC-IDX)
                           = AGP-T-MONTH(WS-AGP-IDX) THEN
                           MOVE "Y" TO WS-ROT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-ROT-FOUND = "N" THEN
                       MOVE SPACES TO AUDCAT-RECORD
                       MOVE "G" TO ACT-TYPE
                       MOVE AGP-T-MONTH(WS-AGP-IDX) TO ACT-MONTH
                       STRING "audit." DELIMITED BY SIZE
                           AGP-T-MONTH(WS-AGP-IDX) DELIMITED BY SIZE
                           INTO ACT-FILE
                       MOVE AGP-T-FROM(WS-AGP-IDX) TO ACT-FROM
                       MOVE AGP-T-TO(WS-AGP-IDX) TO ACT-TO
                       MOVE AGP-T-ROWS(WS-AGP-IDX) TO ACT-ROWS
                       MOVE AGP-T-ADDS(WS-AGP-IDX) TO ACT-ADDS
                       MOVE AGP-T-DELS(WS-AGP-IDX) TO ACT-DELS
                       MOVE AGP-T-ARCS(WS-AGP-IDX) TO ACT-ARCS
                       MOVE WS-ROT-STAMP TO ACT-STAMP
                       WRITE AUDCAT-RECORD
                       IF FS-AUDCAT NOT = "00" THEN
                           MOVE "N" TO WS-ROT-OK
                       ELSE
                           ADD 1 TO WS-ROT-ADDED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDCAT-FILE
               IF WS-ROT-OK NOT = "Y" THEN
                   DISPLAY ESC ERR "[!] could not write audit "
                   "catalogue - rerun rotate to finish" ESC RES
                   MOVE "30" TO WS-BATCH-FS-SAVE
               END-IF
           END-IF.
       PROCEDURE-ROTATE-RELOAD.
           PERFORM PROCEDURE-ROTATE-SWAPPED.
           IF WS-ROT-OK = "Y" AND WS-ROT-SWAPPED NOT = "Y" THEN
               PERFORM PROCEDURE-ROTATE-FINAL
           END-IF.
           IF WS-ROT-OK = "Y" AND WS-ROT-SWAPPED NOT = "Y" THEN
               MOVE "audit.fin" TO WS-AGN-PATH
               MOVE "audit" TO WS-AUDIT-PATH
               CALL "CBL_RENAME_FILE" USING WS-AGN-PATH WS-AUDIT-PATH
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY ESC ERR "[!] could not replace the audit "
                   "file with audit.fin - rerun rotate to finish"
                   ESC RES
                   MOVE "30" TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   DISPLAY "live audit:   " WS-ROT-OUT-ROWS " row(s)"
                   IF WS-ROT-TAIL-ROWS > 0 THEN
                       DISPLAY ESC INF "[i] " WS-ROT-TAIL-ROWS
                       " row(s) written since the rotation started "
                       "carried over" ESC RES
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               MOVE "L" TO WS-ROT-MARK
               PERFORM PROCEDURE-ROTATE-MARK
           END-IF.
       PROCEDURE-ROTATE-SWAPPED.
           MOVE "N" TO WS-ROT-SWAPPED.
           MOVE "audit.nxt" TO WS-ARCTMP-PATH.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] rotation work file audit.nxt "
               "unavailable (status " FS-ARCTMP ") - rerun rotate "
               "to finish" ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               MOVE "audit" TO WS-AUDIT-PATH
               OPEN INPUT AUDIT-FILE
               IF FS-AUDIT = "00" THEN
                   IF WS-ROT-NXT-ROWS > 0 THEN
                       MOVE "Y" TO WS-ROT-SWAPPED
                   END-IF
                   MOVE 0 TO WS-ROT-CMP
                   PERFORM UNTIL WS-ROT-SWAPPED NOT = "Y"
                       OR WS-ROT-CMP >= WS-ROT-NXT-ROWS
                       ADD 1 TO WS-ROT-CMP
                       READ ARC-TEMP-FILE
                           AT END MOVE "N" TO WS-ROT-SWAPPED
                       END-READ
                       READ AUDIT-FILE
                           AT END MOVE "N" TO WS-ROT-SWAPPED
                       END-READ
                       IF ARC-TEMP-RECORD(1:155) NOT = AUDIT-RECORD
                           THEN
                           MOVE "N" TO WS-ROT-SWAPPED
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
               CLOSE ARC-TEMP-FILE
           END-IF.
       PROCEDURE-ROTATE-FINAL.
           MOVE "audit.nxt" TO WS-ARCTMP-PATH.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] rotation work file audit.nxt "
               "unavailable (status " FS-ARCTMP ") - audit file "
               "unchanged" ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               MOVE "audit.fin" TO WS-AGN-PATH
               OPEN OUTPUT AUDGEN-FILE
               IF FS-AUDGEN NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create rotation "
                   "work file audit.fin (status " FS-AUDGEN ") - "
                   "audit file unchanged" ESC RES
                   CLOSE ARC-TEMP-FILE
                   MOVE FS-AUDGEN TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   PERFORM PROCEDURE-ROTATE-FINAL-COPY
                   CLOSE AUDGEN-FILE
               END-IF
           END-IF.
       PROCEDURE-ROTATE-FINAL-COPY.
           MOVE 0 TO WS-ROT-OUT-ROWS.
           PERFORM UNTIL FS-ARCTMP NOT = "00" OR WS-ROT-OK NOT = "Y"
               READ ARC-TEMP-FILE
                   AT END MOVE "99" TO FS-ARCTMP
               NOT AT END
                   MOVE ARC-TEMP-RECORD TO AUDGEN-RECORD
                   PERFORM PROCEDURE-ROTATE-OUT-WRITE
               END-READ
           END-PERFORM.
           MOVE FS-ARCTMP TO WS-ARCTMP-READ-FS.
           CLOSE ARC-TEMP-FILE.
           IF WS-ROT-OK = "Y" AND WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading rotation work file "
               "(status " WS-ARCTMP-READ-FS ") - audit file "
               "unchanged" ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               MOVE WS-ROT-SEEN TO WS-ROT-SKIP
               MOVE 0 TO WS-ROT-CMP
               PERFORM PROCEDURE-ROTATE-LIVE-REST
           END-IF.
       PROCEDURE-ROTATE-EXPIRE.
           MOVE 24 TO WS-ROT-KEEP.
           MOVE "AUDIT-RETAIN-MONTHS" TO WS-SET-KEY.
           PERFORM PROCEDURE-SETTING-GET.
           IF WS-SET-FOUND = "Y" AND WS-SET-VALUE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SET-VALUE) TO WS-ROT-KEEP
           END-IF.
           IF WS-ROT-KEEP = 0 THEN
               DISPLAY ESC INF "[i] audit generations kept without "
               "limit (AUDIT-RETAIN-MONTHS=0)" ESC RES
           ELSE
               PERFORM PROCEDURE-ROTATE-EXPIRE-RUN
           END-IF.
       PROCEDURE-ROTATE-MONTH-INDEX.
           MOVE WS-ROT-MONTH(1:4) TO WS-ROT-YEAR.
           MOVE WS-ROT-MONTH(5:2) TO WS-ROT-MON.
           COMPUTE WS-ROT-MIDX = WS-ROT-YEAR * 12 + WS-ROT-MON - 1.
       PROCEDURE-ROTATE-EXPIRE-RUN.
           PERFORM PROCEDURE-AUDIT-CATALOGUE.
           COMPUTE WS-ROT-LIMIT = WS-CURRENT-YEAR * 12
               + WS-CURRENT-MONTH - 1 - WS-ROT-KEEP.
           MOVE 0 TO WS-ROT-EXPIRED.
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
               UNTIL WS-AGC-IDX > WS-AGC-COUNT
               MOVE AGC-T-MONTH(WS-AGC-IDX) TO WS-ROT-MONTH
               PERFORM PROCEDURE-ROTATE-MONTH-INDEX
               IF WS-ROT-MIDX < WS-ROT-LIMIT THEN
                   MOVE "Y" TO AGC-T-EXPIRE(WS-AGC-IDX)
                   ADD 1 TO WS-ROT-EXPIRED
               END-IF
           END-PERFORM.

           IF WS-ROT-EXPIRED = 0 THEN
               DISPLAY ESC INF "[i] no audit generations older than "
               WS-ROT-KEEP " month(s)" ESC RES
           ELSE
               PERFORM PROCEDURE-ROTATE-EXPIRE-CAT
               IF WS-ROT-OK = "Y" THEN
                   PERFORM PROCEDURE-ROTATE-EXPIRE-LOG
                   DISPLAY ESC SUC "[i] " WS-ROT-EXPIRED " audit "
                   "generation(s) older than " WS-ROT-KEEP
                   " month(s) deleted" ESC RES
               END-IF
           END-IF.
           IF WS-ROT-OK = "Y" THEN
               PERFORM PROCEDURE-ROTATE-EXPIRE-DELETE
           END-IF.
       PROCEDURE-ROTATE-EXPIRE-DELETE.
           PERFORM PROCEDURE-AUDIT-CATALOGUE.
           IF WS-AGC-RET-FROM(1:6) IS NUMERIC
               AND WS-AGC-RET-TO(1:6) IS NUMERIC THEN
               MOVE WS-AGC-RET-TO(1:6) TO WS-ROT-MONTH
               PERFORM PROCEDURE-ROTATE-MONTH-INDEX
               MOVE WS-ROT-MIDX TO WS-ROT-DEND
               IF WS-ROT-DEND >= WS-ROT-LIMIT THEN
                   COMPUTE WS-ROT-DEND = WS-ROT-LIMIT - 1
               END-IF
               MOVE WS-AGC-RET-FROM(1:6) TO WS-ROT-MONTH
               PERFORM PROCEDURE-ROTATE-MONTH-INDEX
               PERFORM VARYING WS-ROT-DIDX FROM WS-ROT-MIDX BY 1
                   UNTIL WS-ROT-DIDX > WS-ROT-DEND
                   PERFORM PROCEDURE-ROTATE-EXPIRE-UNLINK
               END-PERFORM
           END-IF.
       PROCEDURE-ROTATE-EXPIRE-UNLINK.
           COMPUTE WS-ROT-YEAR = WS-ROT-DIDX / 12.
           COMPUTE WS-ROT-MON = WS-ROT-DIDX - WS-ROT-YEAR * 12 + 1.
           MOVE SPACES TO WS-ROT-MONTH.
           STRING WS-ROT-YEAR DELIMITED BY SIZE
               WS-ROT-MON DELIMITED BY SIZE
               INTO WS-ROT-MONTH.
           MOVE "N" TO WS-AGC-FOUND.
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
               UNTIL WS-AGC-IDX > WS-AGC-COUNT
               IF AGC-T-MONTH(WS-AGC-IDX) = WS-ROT-MONTH THEN
                   MOVE "Y" TO WS-AGC-FOUND
               END-IF
           END-PERFORM.
           IF WS-AGC-FOUND NOT = "Y" THEN
               MOVE SPACES TO WS-AGN-PATH
               STRING "audit." DELIMITED BY SIZE
                   WS-ROT-MONTH DELIMITED BY SIZE
                   INTO WS-AGN-PATH
               CALL "CBL_DELETE_FILE" USING WS-AGN-PATH
               MOVE 0 TO RETURN-CODE
           END-IF.
       PROCEDURE-ROTATE-EXPIRE-CAT.
           MOVE "auditcat.tmp" TO WS-ARCTMP-PATH.
           OPEN INPUT AUDCAT-FILE.
           IF FS-AUDCAT NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read audit catalogue "
               "(status " FS-AUDCAT ")" ESC RES
               MOVE FS-AUDCAT TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               OPEN OUTPUT ARC-TEMP-FILE
               IF FS-ARCTMP NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not create catalogue "
                   "work file (status " FS-ARCTMP ")" ESC RES
                   CLOSE AUDCAT-FILE
                   MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   PERFORM PROCEDURE-ROTATE-EXPIRE-COPY
               END-IF
           END-IF.
       PROCEDURE-ROTATE-EXPIRE-COPY.
           MOVE SPACES TO WS-AGC-RET-FROM.
           MOVE SPACES TO WS-AGC-RET-TO.
           MOVE 0 TO WS-AGC-RET-ROWS.
           MOVE 0 TO WS-AGC-RET-ADDS.
           MOVE 0 TO WS-AGC-RET-DELS.
           MOVE 0 TO WS-AGC-RET-ARCS.
           PERFORM UNTIL FS-AUDCAT NOT = "00"
               READ AUDCAT-FILE
                   AT END MOVE "99" TO FS-AUDCAT
               NOT AT END
                   MOVE ACT-MONTH TO WS-ROT-MONTH
                   PERFORM PROCEDURE-ROTATE-MONTH-INDEX
                   IF ACT-TYPE = "R" THEN
                       PERFORM PROCEDURE-AUDIT-CATALOGUE-RET
                   ELSE IF ACT-TYPE = "G"
                       AND WS-ROT-MIDX < WS-ROT-LIMIT THEN
                       PERFORM PROCEDURE-AUDIT-CATALOGUE-RET
                   ELSE
                       MOVE AUDCAT-RECORD TO ARC-TEMP-RECORD
                       WRITE ARC-TEMP-RECORD
                   END-IF
               END-READ
           END-PERFORM.
           MOVE FS-AUDCAT TO WS-ARCTMP-READ-FS.
           PERFORM PROCEDURE-ROTATE-STAMP.
           MOVE SPACES TO AUDCAT-RECORD.
           MOVE "R" TO ACT-TYPE.
           MOVE WS-AGC-RET-TO(1:6) TO ACT-MONTH.
           MOVE "retired" TO ACT-FILE.
           MOVE WS-AGC-RET-FROM TO ACT-FROM.
           MOVE WS-AGC-RET-TO TO ACT-TO.
           MOVE WS-AGC-RET-ROWS TO ACT-ROWS.
           MOVE WS-AGC-RET-ADDS TO ACT-ADDS.
           MOVE WS-AGC-RET-DELS TO ACT-DELS.
           MOVE WS-AGC-RET-ARCS TO ACT-ARCS.
           MOVE WS-ROT-STAMP TO ACT-STAMP.
           MOVE AUDCAT-RECORD TO ARC-TEMP-RECORD.
           WRITE ARC-TEMP-RECORD.
           CLOSE AUDCAT-FILE.
           CLOSE ARC-TEMP-FILE.

           IF WS-ARCTMP-READ-FS NOT = "99" THEN
               DISPLAY ESC ERR "[!] error reading audit catalogue "
               "(status " WS-ARCTMP-READ-FS ") - catalogue "
               "unchanged" ESC RES
               MOVE WS-ARCTMP-READ-FS TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               PERFORM PROCEDURE-ROTATE-EXPIRE-LOAD
           END-IF.
       PROCEDURE-ROTATE-EXPIRE-LOAD.
           OPEN INPUT ARC-TEMP-FILE.
           IF FS-ARCTMP NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not read catalogue work "
               "file (status " FS-ARCTMP ") - catalogue unchanged"
               ESC RES
               MOVE FS-ARCTMP TO WS-BATCH-FS-SAVE
               MOVE "N" TO WS-ROT-OK
           ELSE
               OPEN OUTPUT AUDCAT-FILE
               IF FS-AUDCAT NOT = "00" THEN
                   DISPLAY ESC ERR "[!] could not rewrite audit "
                   "catalogue (status " FS-AUDCAT ") - no generations "
                   "deleted; rerun rotate" ESC RES
                   MOVE FS-AUDCAT TO WS-BATCH-FS-SAVE
                   MOVE "N" TO WS-ROT-OK
               ELSE
                   PERFORM UNTIL FS-ARCTMP NOT = "00"
                       OR WS-ROT-OK NOT = "Y"
                       READ ARC-TEMP-FILE
                           AT END MOVE "99" TO FS-ARCTMP
                       NOT AT END
                           MOVE ARC-TEMP-RECORD TO AUDCAT-RECORD
                           WRITE AUDCAT-RECORD
                           IF FS-AUDCAT NOT = "00" THEN
                               DISPLAY ESC ERR "[!] could not write "
                               "audit catalogue (status " FS-AUDCAT
                               ") - auditcat.tmp holds the full "
                               "catalogue; no generations deleted"
                               ESC RES
                               MOVE FS-AUDCAT TO WS-BATCH-FS-SAVE
                               MOVE "N" TO WS-ROT-OK
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDCAT-FILE
               END-IF
               CLOSE ARC-TEMP-FILE
           END-IF.
       PROCEDURE-ROTATE-EXPIRE-LOG.
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
               UNTIL WS-AGC-IDX > WS-AGC-COUNT
               IF AGC-T-EXPIRE(WS-AGC-IDX) = "Y" THEN
                   MOVE SPACES TO TASK-ID
                   MOVE "EXPIRE" TO WS-AUD-ACTION
                   MOVE AGC-T-FILE(WS-AGC-IDX) TO WS-AUD-BEFORE
                   MOVE SPACES TO WS-AUD-AFTER
                   STRING AGC-T-ROWS(WS-AGC-IDX) DELIMITED BY SIZE
                       " rows deleted" DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   PERFORM PROCEDURE-AUDIT-LOG
               END-IF
           END-PERFORM.
       PROCEDURE-AUDITCAT.
           DISPLAY ESC H-1 "AUDIT GENERATIONS" ESC RES. DISPLAY " ".
           MOVE "00" TO WS-BATCH-FS-SAVE.
           PERFORM PROCEDURE-AUDIT-CATALOGUE.
           DISPLAY
           ESC SUB "| " ESC H-2 "FILE            "
           ESC SUB "| " ESC H-2 "FROM      "
           ESC SUB "| " ESC H-2 "TO        "
           ESC SUB "| " ESC H-2 "ROWS    "
           ESC SUB "|".
           DISPLAY
           "|------------------"
           "|------------"
           "|------------"
           "|----------|" ESC RES.
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
               UNTIL WS-AGC-IDX > WS-AGC-COUNT
               DISPLAY ESC SUB "| " ESC RES
               AGC-T-FILE(WS-AGC-IDX) ESC SUB " | " ESC RES
               AGC-T-FROM(WS-AGC-IDX)(1:4) "-"
               AGC-T-FROM(WS-AGC-IDX)(5:2) "-"
               AGC-T-FROM(WS-AGC-IDX)(7:2) ESC SUB " | " ESC RES
               AGC-T-TO(WS-AGC-IDX)(1:4) "-"
               AGC-T-TO(WS-AGC-IDX)(5:2) "-"
               AGC-T-TO(WS-AGC-IDX)(7:2) ESC SUB " | " ESC RES
               AGC-T-ROWS(WS-AGC-IDX) ESC SUB " |" ESC RES
           END-PERFORM.
           DISPLAY " ".
           DISPLAY ESC SUB "generations: " WS-AGC-COUNT ESC RES.
           IF WS-AGC-RET-ROWS > 0 THEN
               DISPLAY ESC SUB "retired:     " WS-AGC-RET-ROWS
               " row(s) " WS-AGC-RET-FROM(1:4) "-"
               WS-AGC-RET-FROM(5:2) "-" WS-AGC-RET-FROM(7:2) " to "
               WS-AGC-RET-TO(1:4) "-" WS-AGC-RET-TO(5:2) "-"
               WS-AGC-RET-TO(7:2) ESC RES
           END-IF.

           MOVE 0 TO WS-ROT-LIVE-ROWS.
           MOVE "audit" TO WS-AUDIT-PATH.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT = "00" THEN
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-FILE
                       AT END MOVE "99" TO FS-AUDIT
                   NOT AT END
                       ADD 1 TO WS-ROT-LIVE-ROWS
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           DISPLAY ESC SUB "live file:   " WS-ROT-LIVE-ROWS " row(s)"
           ESC RES.

           PERFORM PROCEDURE-ROTATE-STATE.
           IF WS-ROT-STATE = "K" THEN
               DISPLAY ESC ERR "[!] a rotation is unfinished - run "
               "'rotate' to complete it" ESC RES
           END-IF.
           DISPLAY " ".
       PROCEDURE-SPOOL-ASK.
           MOVE "N" TO WS-SPL-ON.
           IF WS-BATCH-MODE = "Y" THEN
               IF WS-OPT-SPOOL NOT = "N" THEN
                   MOVE "Y" TO WS-SPL-ON
               END-IF
           ELSE
               DISPLAY "write a spool file? (y/N): " WITH NO ADVANCING
               ACCEPT TP-STR-C
               IF TP-STR-C(1:1) = "y" OR TP-STR-C(1:1) = "Y" THEN
                   MOVE "Y" TO WS-SPL-ON
               END-IF
           END-IF.
       PROCEDURE-SPOOL-OPEN.
           MOVE "N" TO WS-SPL-FAIL.
           MOVE 60 TO WS-SPL-PAGE-LINES.
           MOVE "SPOOL-PAGE-LINES" TO WS-SET-KEY.
           PERFORM PROCEDURE-SETTING-GET.
           IF WS-SET-FOUND = "Y" AND WS-SET-VALUE NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-SET-VALUE) TO WS-SPL-PAGE-LINES
           END-IF.
           IF WS-SPL-PAGE-LINES < 20 THEN
               MOVE 20 TO WS-SPL-PAGE-LINES
           END-IF.

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE SPACES TO WS-SPL-STAMP.
           STRING WS-AUD-DATE(1:4) "-" WS-AUD-DATE(5:2) "-"
               WS-AUD-DATE(7:2) " " WS-AUD-TIME(1:2) ":"
               WS-AUD-TIME(3:2) DELIMITED BY SIZE
               INTO WS-SPL-STAMP.
           MOVE SPACES TO WS-SPL-PATH.
           STRING FUNCTION TRIM(WS-SPL-NAME) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-AUD-DATE DELIMITED BY SIZE
               ".spl" DELIMITED BY SIZE
               INTO WS-SPL-PATH.

           MOVE 0 TO WS-SPL-PAGE.
           MOVE 0 TO WS-SPL-RECORDS.
           MOVE 0 TO WS-SPL-WRITTEN.
           MOVE 0 TO WS-SPL-HEAD-COUNT.
           MOVE WS-SPL-PAGE-LINES TO WS-SPL-LINES.
           MOVE SPACES TO WS-SPL-LINE.
           OPEN OUTPUT SPOOL-FILE.
           IF FS-SPOOL NOT = "00" THEN
               DISPLAY ESC ERR "[!] could not create spool file "
               FUNCTION TRIM(WS-SPL-PATH) " (status " FS-SPOOL
               ") - report shown on screen" ESC RES
               MOVE "N" TO WS-SPL-ON
               ADD 1 TO WS-SPL-ERRORS
               MOVE FS-SPOOL TO WS-BATCH-FS-SAVE
           END-IF.
       PROCEDURE-SPOOL-HEAD.
           IF WS-SPL-LINES + WS-SPL-HEAD-COUNT + 2
               > WS-SPL-PAGE-LINES THEN
               PERFORM PROCEDURE-SPOOL-PAGE
           ELSE
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-HEAD-COUNT
                   MOVE SPL-HEAD(WS-SPL-IDX) TO SPOOL-RECORD
                   PERFORM PROCEDURE-SPOOL-WRITE
               END-PERFORM
           END-IF.
       PROCEDURE-SPOOL-PUT.
           IF WS-SPL-LINES >= WS-SPL-PAGE-LINES THEN
               PERFORM PROCEDURE-SPOOL-PAGE
           END-IF.
           MOVE WS-SPL-LINE TO SPOOL-RECORD.
           PERFORM PROCEDURE-SPOOL-WRITE.
           MOVE SPACES TO WS-SPL-LINE.
       PROCEDURE-SPOOL-TOTAL.
           MOVE WS-SPL-NUM TO WS-SPL-LINE(25:8).
           PERFORM PROCEDURE-SPOOL-PUT.
       PROCEDURE-SPOOL-PAGE.
           IF WS-SPL-PAGE > 0 THEN
               MOVE SPACES TO SPOOL-RECORD
               WRITE SPOOL-RECORD BEFORE ADVANCING PAGE
           END-IF.
           ADD 1 TO WS-SPL-PAGE.
           MOVE 0 TO WS-SPL-LINES.
           MOVE WS-SPL-PAGE TO WS-SPL-PAGE-DISP.
           MOVE SPACES TO WS-SPL-HDR.
           STRING "DOOS - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPL-TITLE) DELIMITED BY SIZE
               INTO WS-SPL-HDR.
           MOVE "RUN " TO WS-SPL-HDR(44:4).
           MOVE WS-SPL-STAMP TO WS-SPL-HDR(48:16).
           MOVE "PAGE " TO WS-SPL-HDR(67:5).
           MOVE WS-SPL-PAGE-DISP TO WS-SPL-HDR(72:4).
           MOVE WS-SPL-HDR TO SPOOL-RECORD.
           PERFORM PROCEDURE-SPOOL-WRITE.
           MOVE SPACES TO SPOOL-RECORD.
           MOVE ALL "=" TO SPOOL-RECORD(1:75).
           PERFORM PROCEDURE-SPOOL-WRITE.
           MOVE SPACES TO SPOOL-RECORD.
           PERFORM PROCEDURE-SPOOL-WRITE.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
               UNTIL WS-SPL-IDX > WS-SPL-HEAD-COUNT
               MOVE SPL-HEAD(WS-SPL-IDX) TO SPOOL-RECORD
               PERFORM PROCEDURE-SPOOL-WRITE
           END-PERFORM.
       PROCEDURE-SPOOL-WRITE.
           WRITE SPOOL-RECORD BEFORE ADVANCING 1 LINE.
           IF FS-SPOOL NOT = "00" THEN
               MOVE "Y" TO WS-SPL-FAIL
           END-IF.
           ADD 1 TO WS-SPL-LINES.
           ADD 1 TO WS-SPL-WRITTEN.
       PROCEDURE-SPOOL-CLOSE.
           MOVE 0 TO WS-SPL-HEAD-COUNT.
           IF WS-SPL-LINES + 2 > WS-SPL-PAGE-LINES THEN
               PERFORM PROCEDURE-SPOOL-PAGE
           ELSE
               MOVE SPACES TO SPOOL-RECORD
               PERFORM PROCEDURE-SPOOL-WRITE
           END-IF.
           MOVE WS-SPL-RECORDS TO WS-SPL-NUM.
           MOVE WS-SPL-PAGE TO WS-SPL-PAGE-DISP.
           MOVE SPACES TO SPOOL-RECORD.
           STRING "*** END OF REPORT - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPL-NUM) DELIMITED BY SIZE
               " RECORD(S), " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPL-PAGE-DISP) DELIMITED BY SIZE
               " PAGE(S) ***" DELIMITED BY SIZE
               INTO SPOOL-RECORD.
           PERFORM PROCEDURE-SPOOL-WRITE.
           CLOSE SPOOL-FILE.
           MOVE "N" TO WS-SPL-ON.
           IF WS-SPL-FAIL = "Y" THEN
               DISPLAY ESC ERR "[!] error writing spool file "
               FUNCTION TRIM(WS-SPL-PATH) ESC RES
               ADD 1 TO WS-SPL-ERRORS
               MOVE "30" TO WS-BATCH-FS-SAVE
           ELSE
               DISPLAY ESC SUC "[i] spooled " WS-SPL-RECORDS
               " record(s) on " WS-SPL-PAGE " page(s) to "
               FUNCTION TRIM(WS-SPL-PATH) ESC RES
           END-IF.
       PROCEDURE-BATCH.
           MOVE SPACES TO WS-OPERATOR.
           MOVE SPACES TO WS-OPT-DATE.
           MOVE SPACE TO WS-OPT-SPOOL.
           MOVE "N" TO WS-OPT-BAD.
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE.
           PERFORM UNTIL WS-ARG-1(1:2) NOT = "--" OR WS-ARG-COUNT < 2
               PERFORM PROCEDURE-BATCH-OPTION
               SUBTRACT 1 FROM WS-ARG-COUNT
               ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           END-PERFORM.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARG-1))
               TO CLI-INPUT.
           MOVE SPACES TO WS-ARG-2.
           IF WS-ARG-COUNT > 3 THEN
               ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           END-IF.
           MOVE SPACES TO WS-ARG-5.
           IF WS-ARG-COUNT > 4 THEN
               ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
           END-IF.
           MOVE SPACES TO WS-ARG-6.
           IF WS-ARG-COUNT > 5 THEN
               ACCEPT WS-ARG-6 FROM ARGUMENT-VALUE
           END-IF.

           MOVE WS-ARG-2 TO TASK-ID.
           MOVE "N" TO WS-SORT-PRIORITY.
           MOVE WS-ARG-2 TO WS-OWNER-FILTER.
           MOVE WS-ARG-2 TO TP-STR-A.
           IF (CLI-INPUT = "find" OR CLI-INPUT = "history"
               OR CLI-INPUT = "hours" OR CLI-INPUT = "arcfind"
               OR CLI-INPUT = "cycle")
               AND WS-ARG-3 NOT = SPACES THEN
               MOVE SPACES TO TP-STR-A
               STRING FUNCTION TRIM(WS-ARG-2) DELIMITED BY SIZE
                   INTO TP-STR-A
           END-IF.
           MOVE "00" TO WS-BATCH-FS-SAVE.
           IF CLI-INPUT = "convert" AND WS-OPT-BAD NOT = "Y" THEN
               PERFORM PROCEDURE-CONVERT
           ELSE
               PERFORM PROCEDURE-SIGNON
           END-IF.

           IF WS-OPT-BAD = "Y" THEN
               MOVE "90" TO WS-BATCH-FS-SAVE
           ELSE IF CLI-INPUT = "convert" THEN
               CONTINUE
           ELSE IF WS-OPER-VALID NOT = "Y" THEN
               MOVE "95" TO WS-BATCH-FS-SAVE
           ELSE IF CLI-INPUT = "process" OR CLI-INPUT = "refresh" THEN
               PERFORM PROCEDURE-PROCESSOR
           ELSE IF CLI-INPUT = "report" THEN
               PERFORM PROCEDURE-REPORT
               PERFORM PROCEDURE-CALENDAR
           ELSE IF CLI-INPUT = "done" THEN
               PERFORM PROCEDURE-COMPLETE
           ELSE IF CLI-INPUT = "approve" THEN
               PERFORM PROCEDURE-APPROVE
           ELSE IF CLI-INPUT = "reject" THEN
               PERFORM PROCEDURE-REJECT
           ELSE IF CLI-INPUT = "approvals" THEN
               PERFORM PROCEDURE-APPROVALS
           ELSE IF CLI-INPUT = "reopen" THEN
               PERFORM PROCEDURE-REOPEN
           ELSE IF CLI-INPUT = "spawn" THEN
               PERFORM PROCEDURE-REMIND
           ELSE IF CLI-INPUT = "owner" THEN
               PERFORM PROCEDURE-OWNER
           ELSE IF CLI-INPUT = "project" THEN
               PERFORM PROCEDURE-PROJECT
           ELSE IF CLI-INPUT = "rollup" THEN
               PERFORM PROCEDURE-ROLLUP
           ELSE IF CLI-INPUT = "charge" THEN
               PERFORM PROCEDURE-CHARGE
           ELSE IF CLI-INPUT = "period" THEN
               PERFORM PROCEDURE-PERIOD
           ELSE IF CLI-INPUT = "bin" THEN
               PERFORM PROCEDURE-BIN
           ELSE IF CLI-INPUT = "undelete" THEN
               PERFORM PROCEDURE-UNDELETE
           ELSE IF CLI-INPUT = "purge" THEN
               PERFORM PROCEDURE-PURGE
           ELSE IF CLI-INPUT = "feed" THEN
               PERFORM PROCEDURE-FEED
           ELSE IF CLI-INPUT = "absence" THEN
               PERFORM PROCEDURE-ABSENCE
           ELSE IF CLI-INPUT = "handover" THEN
               PERFORM PROCEDURE-HANDOVER
           ELSE IF CLI-INPUT = "cycle" THEN
               PERFORM PROCEDURE-CYCLE
           ELSE IF CLI-INPUT = "rotate" THEN
               PERFORM PROCEDURE-ROTATE
           ELSE IF CLI-INPUT = "auditcat" THEN
               PERFORM PROCEDURE-AUDITCAT
           ELSE IF CLI-INPUT = "archive" THEN
               PERFORM PROCEDURE-ARCHIVE
           ELSE IF CLI-INPUT = "nightly" THEN
                   MOVE FUNCTION NUMVAL(FS-TASK) TO RETURN-CODE
               END-IF
           END-IF.
       PROCEDURE-BATCH-OPTION.
           IF WS-ARG-1(1:11) = "--operator=" THEN
               MOVE WS-ARG-1(12:16) TO WS-OPERATOR
           ELSE IF WS-ARG-1(1:7) = "--date=" THEN
               MOVE WS-ARG-1(8:10) TO WS-OPT-DATE
           ELSE IF WS-ARG-1 = "--spool" THEN
               MOVE "Y" TO WS-OPT-SPOOL
           ELSE IF WS-ARG-1 = "--screen" THEN
               MOVE "N" TO WS-OPT-SPOOL
           ELSE
               DISPLAY ESC ERR "[!] unknown batch option: "
               FUNCTION TRIM(WS-ARG-1) ESC RES
               MOVE "Y" TO WS-OPT-BAD
           END-IF.
       PROCEDURE-MAIN.
           PERFORM CLI-HANDLER UNTIL CLI-INPUT = "exit".
           STOP RUN.
