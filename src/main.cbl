           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT ROLLLOG-FILE ASSIGN TO DYNAMIC WS-ROLLLOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLLOG-STATUS.
           SELECT CMD-FILE ASSIGN TO DYNAMIC WS-CMD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.
               ACCESS MODE DYNAMIC
               RECORD KEY IS HOL-REC-KEY
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT OLDHOL-FILE ASSIGN TO DYNAMIC WS-OLDHOL-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OHL-REC-KEY
               FILE STATUS IS WS-OLDHOL-STATUS.
           SELECT IMPORT-FILE ASSIGN TO DYNAMIC WS-IMPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.
           SELECT CALMAST-FILE ASSIGN TO DYNAMIC WS-CALMAST-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAL-MST-NAME
               FILE STATUS IS WS-CALMAST-STATUS.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PND-REC-ID
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO DYNAMIC WS-CHGLOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT HOLRULE-FILE ASSIGN TO DYNAMIC WS-HOLRULE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLRULE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO DYNAMIC WS-EXCEPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT SLATAB-FILE ASSIGN TO DYNAMIC WS-SLATAB-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLATAB-STATUS.
           SELECT STREAM-FILE ASSIGN TO DYNAMIC WS-STREAM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.
           SELECT CMP-SORT-FILE ASSIGN TO DYNAMIC WS-CMP-SORT-FILENAME.
           SELECT CMP-OURS-FILE ASSIGN TO DYNAMIC WS-CMP-OURS-WORKNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-OURS-STATUS.
           SELECT CMP-THEIRS-FILE ASSIGN TO DYNAMIC
               WS-CMP-THEIRS-WORKNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-THEIRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *the processing-date control record; the current date stays
      *in the first eight bytes, so a record holding only the date
      *still loads, as open with its neighbours not yet known
       FD  CONFIG-FILE.
       01 CONFIG-RECORD                    PIC X(53).
       01 CONFIG-RECORD-REDEF REDEFINES CONFIG-RECORD.
           05 CFG-REC-CURRENT              PIC X(8).
           05 FILLER                       PIC X.
           05 CFG-REC-PRIOR                PIC X(8).
           05 FILLER                       PIC X.
           05 CFG-REC-NEXT                 PIC X(8).
           05 FILLER                       PIC X.
           05 CFG-REC-CALENDAR             PIC X(8).
           05 FILLER                       PIC X.
           05 CFG-REC-STATUS               PIC X(8).
           05 FILLER                       PIC X.
           05 CFG-REC-ROLLED-ON            PIC X(8).
       FD  ROLLLOG-FILE.
       01 ROLLLOG-RECORD                   PIC X(132).
       FD  CMD-FILE.
       01 CMD-RECORD                       PIC X(40).
       FD  REPORT-FILE.
       01 REPORT-RECORD                    PIC X(132).
      *nothing is deleted from the holiday store: a record carries
      *the day it was added and the day it was withdrawn, zero while
      *it is still in force; the added date is part of the key so a
      *holiday withdrawn and added again keeps both records
       FD  HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-REC-KEY.
               10 HOL-REC-CALENDAR         PIC X(8).
               10 HOL-REC-DATE             PIC 9(8).
               10 HOL-REC-ADDED            PIC 9(8).
           05 HOL-REC-DESC                 PIC X(30).
           05 HOL-REC-WITHDRAWN            PIC 9(8).
      *calendar master, one record per holiday calendar name; the
      *weekend is a Y/N flag per day from sunday to saturday and the
      *status is A for active or I for inactive
       FD  CALMAST-FILE.
       01 CALMAST-RECORD.
           05 CAL-MST-NAME                 PIC X(8).
           05 CAL-MST-DESC                 PIC X(30).
           05 CAL-MST-WEEKEND              PIC X(7).
           05 CAL-MST-STATUS               PIC X.
      *holiday store changes waiting for a second operator; action
      *A adds the holiday and D deletes it, status P is pending, A
      *approved and R rejected. only approved changes reach the store
       FD  PENDING-FILE.
       01 PENDING-RECORD.
           05 PND-REC-ID                   PIC 9(6).
           05 PND-REC-ACTION               PIC X.
               88 PND-REC-IS-ADD               VALUE "A".
               88 PND-REC-IS-DELETE            VALUE "D".
           05 PND-REC-CALENDAR             PIC X(8).
           05 PND-REC-DATE                 PIC 9(8).
           05 PND-REC-DESC                 PIC X(30).
           05 PND-REC-MAKER                PIC X(12).
           05 PND-REC-MADE-DATE            PIC 9(8).
           05 PND-REC-MADE-TIME            PIC 9(8).
           05 PND-REC-STATUS               PIC X.
               88 PND-REC-IS-PENDING           VALUE "P".
               88 PND-REC-IS-APPROVED          VALUE "A".
               88 PND-REC-IS-REJECTED          VALUE "R".
           05 PND-REC-CHECKER              PIC X(12).
           05 PND-REC-CHECKED-DATE         PIC 9(8).
           05 PND-REC-CHECKED-TIME         PIC 9(8).
      *one line per change applied to the holiday store, with the
      *store record as it was before and after the change
       FD  CHGLOG-FILE.
       01 CHGLOG-RECORD                    PIC X(250).
      *data records use the first 48 bytes; the extra width lets
      *the header and trailer control records read back in one
      *piece instead of splitting into overflow records
      *the holiday store as it was before records carried added and
      *withdrawn dates, read once by hol convert
       FD  OLDHOL-FILE.
       01 OLDHOL-RECORD.
           05 OHL-REC-KEY.
               10 OHL-REC-CALENDAR         PIC X(8).
               10 OHL-REC-DATE             PIC 9(8).
           05 OHL-REC-DESC                 PIC X(30).
       FD  IMPORT-FILE.
       01 IMPORT-RECORD                    PIC X(100).
       01 IMPORT-RECORD-REDEF REDEFINES IMPORT-RECORD.
           05 IMP-REC-DATE                 PIC X(8).
           05 FILLER                       PIC X.
           05 IMP-REC-DESC                 PIC X(30).
      *holiday rule layout: calendar, type (F fixed date, N nth
      *weekday of a month, L last weekday of a month, E easter
      *relative), month, day (day of month for F, day of week 00-06
      *with sunday as 00 for N and L), nth (1-4, N only), offset in
      *days from easter sunday (sign and 3 digits, E only), then the
      *weekend observance (W moves it to the nearest working day, so
      *saturday to friday and sunday to monday on the usual weekend,
      *M moves it to the next free working day, N or space leaves
      *it; the weekend is the calendar's own from the master), a
      *description from column 22 and an optional first and last
      *year from column 53; * in column 1 comments
       FD  HOLRULE-FILE.
       01 HOLRULE-RECORD                   PIC X(80).
       01 HOLRULE-RECORD-REDEF REDEFINES HOLRULE-RECORD.
           05 HRL-REC-CALENDAR             PIC X(8).
           05 FILLER                       PIC X.
           05 HRL-REC-TYPE                 PIC X.
           05 HRL-REC-MONTH                PIC X(2).
           05 HRL-REC-DAY                  PIC X(2).
           05 HRL-REC-NTH                  PIC X.
           05 HRL-REC-OFFSET-SIGN          PIC X.
           05 HRL-REC-OFFSET               PIC X(3).
           05 HRL-REC-OBSERVE              PIC X.
           05 FILLER                       PIC X.
           05 HRL-REC-DESC                 PIC X(30).
           05 FILLER                       PIC X.
           05 HRL-REC-FROM-YEAR            PIC X(4).
           05 HRL-REC-TO-YEAR              PIC X(4).
           05 FILLER                       PIC X(20).
       FD  AUDIT-FILE.
       01 AUDIT-RECORD                     PIC X(80).
       FD  CALENDAR-FILE.
           05 FILLER                       PIC X.
           05 CHK-REC-FORMAT               PIC X.
           05 FILLER                       PIC X(7).
      *a job stream checkpoint counts finished steps instead of
      *command lines and keeps the highest rc among them; the S in
      *the format position tells it apart from a batch checkpoint
       01 CHECKPOINT-STREAM-REDEF REDEFINES CHECKPOINT-RECORD.
           05 CHK-STM-STEPS                PIC X(6).
           05 FILLER                       PIC X.
           05 CHK-STM-DATE                 PIC X(8).
           05 FILLER                       PIC X.
           05 CHK-STM-TAG                  PIC X.
           05 FILLER                       PIC X.
           05 CHK-STM-MAX-RC               PIC X(2).
           05 FILLER                       PIC X(4).
       FD  PROFILE-FILE.
       01 PROFILE-RECORD                   PIC X(80).
       FD  ARCHIVE-FILE.
           05 FILLER                       PIC X(18).
           05 ENR-REC-EXPR                 PIC X(30).
           05 FILLER                       PIC X(52).
      *alternate view: an accrual period, the base date is the start
      *and an end date and day count convention follow in column 19
       01 ENRICH-IN-ACCRUAL-REDEF REDEFINES ENRICH-IN-RECORD.
           05 FILLER                       PIC X(18).
           05 ENR-REC-END-DATE             PIC X(8).
           05 ENR-REC-CONVENTION           PIC X(8).
           05 FILLER                       PIC X(66).
      *data records use the first 57 bytes, 74 for an accrual record
      *with its day count and year fraction; the extra width is for
      *the header record, which carries the full source file name
       FD  ENRICH-OUT-FILE.
       01 ENRICH-OUT-RECORD                PIC X(100).
           05 VAL-REC-DATE                 PIC X(8).
           05 FILLER                       PIC X(12).
           05 FILLER                       PIC X(80).
      *alternate view for the turnaround sla mode: key, category,
      *then the received and completed dates in the first 30 bytes
       01 VALIDATE-IN-SLA-REDEF REDEFINES VALIDATE-IN-RECORD.
           05 SLA-REC-KEY                  PIC X(10).
           05 SLA-REC-CATEGORY             PIC X(4).
           05 SLA-REC-RECEIVED             PIC X(8).
           05 SLA-REC-COMPLETED            PIC X(8).
           05 FILLER                       PIC X(70).
       FD  WATCH-FILE.
       01 WATCH-RECORD                     PIC X(52).
       01 WATCH-RECORD-REDEF REDEFINES WATCH-RECORD.
      *the header record, which carries the full source file name
       FD  EXCEPT-FILE.
       01 EXCEPT-RECORD                    PIC X(100).
      *sla table, one line per category: category, business days
      *allowed, percentage of records that must be inside the
      *allowance (blank means 100) and a description
       FD  SLATAB-FILE.
       01 SLATAB-RECORD                    PIC X(80).
       01 SLATAB-RECORD-REDEF REDEFINES SLATAB-RECORD.
           05 SLT-REC-CATEGORY             PIC X(4).
           05 FILLER                       PIC X.
           05 SLT-REC-DAYS                 PIC X(3).
           05 FILLER                       PIC X.
           05 SLT-REC-TARGET               PIC X(3).
           05 FILLER                       PIC X.
           05 SLT-REC-DESC                 PIC X(30).
           05 FILLER                       PIC X(37).
      *job stream definition, one step per line in the form
      *  name mode condition input output reject except
      *mode is ENRICH, VALIDATE, AGING or SPLIT; condition is ALWAYS,
      *CLEAN (every earlier step ended rc 0) or FAILED (an earlier
      *step ended with a nonzero rc); a - file keeps the profile's
      *assignment, asterisk lines are comments
       FD  STREAM-FILE.
       01 STREAM-RECORD                    PIC X(250).
      *date compare work files: each side's data records in key
      *order, in the enrich input layout with the control records
      *left out; a key that repeats on one side pairs off in order
       SD  CMP-SORT-FILE.
       01 CMP-SORT-RECORD.
           05 CPS-REC-KEY                  PIC X(10).
           05 FILLER                       PIC X(90).
       FD  CMP-OURS-FILE.
       01 CMP-OURS-RECORD.
           05 CPO-REC-KEY                  PIC X(10).
           05 CPO-REC-DATE                 PIC X(8).
           05 FILLER                       PIC X(82).
       FD  CMP-THEIRS-FILE.
       01 CMP-THEIRS-RECORD.
           05 CPT-REC-KEY                  PIC X(10).
           05 CPT-REC-DATE                 PIC X(8).
           05 FILLER                       PIC X(82).
       FD  FISCAL-FILE.
       01 FISCAL-RECORD                    PIC X(28).
       01 FISCAL-RECORD-REDEF REDEFINES FISCAL-RECORD.
      *config variables
       01 WS-CONFIG-FILENAME               PIC X(20) VALUE "dating.cfg".
       01 WS-CONFIG-STATUS                 PIC XX.
      *processing-date control: the business days either side of
      *the current date on the control calendar, and where the date
      *stands in the end-of-day cycle
       01 WS-PDC-PRIOR-DATE                PIC 9(8) VALUE 0.
       01 WS-PDC-NEXT-DATE                 PIC 9(8) VALUE 0.
       01 WS-PDC-CALENDAR                  PIC X(8) VALUE SPACES.
       01 WS-PDC-CAL-INPUT                 PIC X(8) VALUE SPACES.
       01 WS-PDC-STATUS                    PIC X(8) VALUE "OPEN".
           88 WS-PDC-IS-OPEN                   VALUE "OPEN".
           88 WS-PDC-IS-CLOSING                VALUE "CLOSING".
           88 WS-PDC-IS-ROLLED                 VALUE "ROLLED".
       01 WS-PDC-ROLLED-ON                 PIC X(8) VALUE SPACES.
       01 WS-PDC-WRITE-OK                  PIC X VALUE "N".
           88 WS-PDC-IS-WRITTEN                VALUE "Y".
       01 WS-PDC-STEPS                     PIC 9(2).
       01 WS-PDC-SAVE-SET-COUNT            PIC 9(2).
       01 WS-PDC-SAVE-SET-TABLE            PIC X(64).
      *end-of-day close and roll variables
       01 WS-EODCLOSE-MODE                 PIC X VALUE "N".
           88 WS-EODCLOSE-MODE-ON              VALUE "Y".
       01 WS-EODROLL-MODE                  PIC X VALUE "N".
           88 WS-EODROLL-MODE-ON               VALUE "Y".
       01 WS-ROLL-DATE-INPUT               PIC X(8) VALUE SPACES.
       01 WS-ROLL-FROM-DATE                PIC 9(8).
       01 WS-ROLL-RESULT                   PIC X(8).
       01 WS-ROLL-REASON                   PIC X(60).
       01 WS-ROLLLOG-FILENAME              PIC X(20) VALUE "dating.rol".
       01 WS-ROLLLOG-STATUS                PIC XX.
       01 WS-ROLLLOG-EOF                   PIC X VALUE "N".
           88 WS-ROLLLOG-AT-EOF                VALUE "Y".
       01 WS-ROLLLOG-LINE                  PIC X(132).
       01 WS-RLG-FIELDS.
           05 WS-RLG-RESULT                PIC X(8).
           05 WS-RLG-STAMP                 PIC X(17).
           05 WS-RLG-OPERATOR              PIC X(12).
           05 WS-RLG-CALENDAR              PIC X(8).
           05 WS-RLG-FROM                  PIC X(8).
      *date validation variables
       01 WS-DATE-VALID                    PIC X VALUE "N".
           88 WS-DATE-IS-VALID                 VALUE "Y".
       01 WS-DIM-TABLE-REDEF REDEFINES WS-DIM-TABLE.
           05 WS-DIM                       PIC 9(2) OCCURS 12 TIMES.
      *batch mode variables
      *the command line carries a mode with its files (COMPARE= and
      *THEIRS= for one) plus PROFILE=, CALNAME=, ASOF=, OPERATOR=,
      *RESTART and &NAME=VALUE symbols, eight tokens at most; a line
      *that fills the whole field may have been cut and is refused
       01 WS-PARM                          PIC X(256).
       01 WS-PARM-TOKENS.
           05 WS-PARM-TOKEN                PIC X(80) OCCURS 8 TIMES.
       01 WS-PARM-IDX                      PIC 9.
       01 WS-IMPORT-ADD-COUNT               PIC 9(4).
       01 WS-IMPORT-DUP-COUNT               PIC 9(4).
       01 WS-IMPORT-BAD-COUNT               PIC 9(4).
      *holiday store conversion variables
       01 WS-OLDHOL-FILENAME                PIC X(80).
       01 WS-OLDHOL-STATUS                  PIC XX.
       01 WS-OLDHOL-EOF                     PIC X VALUE "N".
           88 WS-OLDHOL-AT-EOF                  VALUE "Y".
       01 WS-OLDHOL-ADD-COUNT               PIC 9(6).
       01 WS-OLDHOL-DUP-COUNT               PIC 9(6).
       01 WS-OLDHOL-BAD-COUNT               PIC 9(6).
      *calendar set variables; business dates treat a date as
      *non-working when it is a holiday on ANY calendar in the set
       01 WS-CAL-SET-COUNT                  PIC 9(2) VALUE 1.
       01 WS-CAL-SET-FLAG                   PIC X VALUE "N".
           88 WS-CAL-IS-IN-SET                  VALUE "Y".
       01 WS-CAL-CHECK-NAME                 PIC X(8).
       01 WS-CAL-CHK-IDX                    PIC 9(2).
       01 WS-CAL-WKD-IDX                    PIC 9(2).
       01 WS-CAL-SET-VALID                  PIC X VALUE "Y".
           88 WS-CAL-SET-IS-VALID               VALUE "Y".
      *days off on any calendar of the set, sunday to saturday
       01 WS-CAL-SET-WEEKEND                PIC X(7).
       01 WS-CAL-SET-WEEKEND-REDEF REDEFINES WS-CAL-SET-WEEKEND.
           05 WS-CAL-SET-WEEKEND-DAY        PIC X OCCURS 7 TIMES.
       01 WS-CAL-SAVE-SET-COUNT             PIC 9(2).
       01 WS-CAL-SAVE-SET-TABLE             PIC X(64).
      *maker-checker variables; the operator comes from OPERATOR=
      *on the command line or else the USER environment variable.
      *the logon id is always USER, and only the logon id may
      *approve or reject a change
       01 WS-OPERATOR                       PIC X(12) VALUE SPACES.
       01 WS-LOGON-ID                       PIC X(12) VALUE SPACES.
       01 WS-PENDING-FILENAME               PIC X(20) VALUE
           "dating.pnd".
       01 WS-PENDING-STATUS                 PIC XX.
       01 WS-PENDING-EOF                    PIC X VALUE "N".
           88 WS-PENDING-AT-EOF                 VALUE "Y".
       01 WS-PENDING-OK                     PIC X VALUE "Y".
           88 WS-PENDING-IS-OK                  VALUE "Y".
       01 WS-PENDING-NEXT-ID                PIC 9(6).
       01 WS-PENDING-COUNT                  PIC 9(4) VALUE 0.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ITEM OCCURS 1000 TIMES.
               10 WS-PND-ID                 PIC 9(6).
               10 WS-PND-ACTION             PIC X.
               10 WS-PND-CALENDAR           PIC X(8).
               10 WS-PND-DATE               PIC 9(8).
               10 WS-PND-DESC               PIC X(30).
               10 WS-PND-MAKER              PIC X(12).
               10 WS-PND-MADE-DATE          PIC 9(8).
               10 WS-PND-MADE-TIME          PIC 9(8).
       01 WS-PND-IDX                        PIC 9(4).
       01 WS-PND-FOUND                      PIC X VALUE "N".
           88 WS-PND-IS-FOUND                   VALUE "Y".
       01 WS-PND-IN-ACTION                  PIC X.
       01 WS-PND-ACTION-NAME                PIC X(8).
       01 WS-PND-SELECT                     PIC X(40).
       01 WS-PND-SELECT-ALL                 PIC X VALUE "N".
           88 WS-PND-IS-ALL                     VALUE "Y".
       01 WS-PND-SELECT-ID                  PIC 9(6).
       01 WS-PND-DECISION                   PIC X.
           88 WS-PND-APPROVING                  VALUE "A".
           88 WS-PND-REJECTING                  VALUE "R".
       01 WS-PND-DECISION-NAME              PIC X(8).
       01 WS-PND-APPLY-OK                   PIC X VALUE "N".
           88 WS-PND-APPLY-IS-OK                VALUE "Y".
       01 WS-PND-DONE-COUNT                 PIC 9(4).
       01 WS-PND-SKIP-COUNT                 PIC 9(4).
       01 WS-PND-FAIL-COUNT                 PIC 9(4).
       01 WS-PND-ADDED-COUNT                PIC 9(4).
       01 WS-PND-STAMP-DATE                 PIC 9(8).
       01 WS-PND-STAMP-TIME                 PIC 9(8).
       01 WS-PND-BEFORE                     PIC X(66).
       01 WS-PND-AFTER                      PIC X(66).
       01 WS-CHGLOG-FILENAME                PIC X(20) VALUE
           "dating.chg".
       01 WS-CHGLOG-STATUS                  PIC XX.
       01 WS-CHGLOG-LINE                    PIC X(250).
      *calendar master variables; with no master file every
      *calendar name is accepted and takes saturday and sunday off
       01 WS-CALMAST-FILENAME               PIC X(20) VALUE
           "dating.mst".
       01 WS-CALMAST-STATUS                 PIC XX.
       01 WS-CALMAST-EOF                    PIC X VALUE "N".
           88 WS-CALMAST-AT-EOF                 VALUE "Y".
       01 WS-CALMAST-PRESENT                PIC X VALUE "N".
           88 WS-CALMAST-IS-PRESENT             VALUE "Y".
       01 WS-CALMAST-COUNT                  PIC 9(4) VALUE 0.
       01 WS-CALMAST-BAD-COUNT              PIC 9(4) VALUE 0.
       01 WS-CALMAST-TABLE.
           05 WS-CALMAST-ITEM OCCURS 200 TIMES.
               10 WS-CMS-NAME               PIC X(8).
               10 WS-CMS-DESC               PIC X(30).
               10 WS-CMS-WEEKEND            PIC X(7).
               10 WS-CMS-STATUS             PIC X.
       01 WS-CMS-IDX                        PIC 9(4).
       01 WS-CMS-FOUND                      PIC X VALUE "N".
           88 WS-CMS-IS-FOUND                   VALUE "Y".
       01 WS-CMS-CHECK-NAME                 PIC X(8).
       01 WS-CMS-MASK                       PIC X(7).
       01 WS-CMS-MASK-REDEF REDEFINES WS-CMS-MASK.
           05 WS-CMS-MASK-DAY               PIC X OCCURS 7 TIMES.
       01 WS-CMS-WKD-IDX                    PIC 9.
       01 WS-CMS-WKD-DISPLAY                PIC X(28).
       01 WS-CMS-WKD-PTR                    PIC 9(2).
       01 WS-CMS-IN-NAME                    PIC X(8).
       01 WS-CMS-IN-DESC                    PIC X(30).
       01 WS-CMS-IN-WEEKEND                 PIC X(40).
       01 WS-CMS-IN-STATUS                  PIC X.
       01 WS-CMS-DAY-TOKENS.
           05 WS-CMS-DAY-TOKEN              PIC X(9) OCCURS 7 TIMES.
       01 WS-CMS-TOK-IDX                    PIC 9.
       01 WS-CMS-DAY-FOUND                  PIC X VALUE "N".
           88 WS-CMS-DAY-IS-FOUND               VALUE "Y".
       01 WS-CMS-BAD-TOKEN                  PIC X(9).
       01 WS-CMS-INPUT-VALID                PIC X VALUE "Y".
           88 WS-CMS-INPUT-IS-VALID             VALUE "Y".
       01 WS-CMS-UPD-FLAG                   PIC X VALUE "N".
           88 WS-CMS-UPDATED                    VALUE "Y".
       01 WS-SORT-I                         PIC 9(4).
       01 WS-SORT-J                         PIC 9(4).
       01 WS-SORT-HOLD                      PIC 9(8).
       01 WS-HOL-IN-CALENDAR                PIC X(8).
       01 WS-HOL-IN-DATE                    PIC 9(8).
       01 WS-HOL-IN-DESC                    PIC X(30).
       01 WS-HOL-IN-ADDED                   PIC 9(8).
       01 WS-HOL-IN-WITHDRAWN               PIC 9(8).
       01 WS-HOL-SEEK-FLAG                  PIC X VALUE "N".
           88 WS-HOL-SEEK-FOUND                 VALUE "Y".
       01 WS-HOL-SEEK-END                   PIC X VALUE "N".
           88 WS-HOL-SEEK-AT-END                VALUE "Y".
       01 WS-HOL-STORE-NEW                  PIC X VALUE "N".
           88 WS-HOL-STORE-IS-NEW               VALUE "Y".
       01 WS-HOL-FORCE-FLAG                 PIC X VALUE "N".
           88 WS-HOL-IS-IN-FORCE                VALUE "Y".
      *as-of date from ASOF=; zero means the calendar as it stands
      *now, otherwise only records in force on that day are loaded
       01 WS-ASOF-INPUT                     PIC X(8) VALUE SPACES.
       01 WS-ASOF-DATE                      PIC 9(8) VALUE 0.
      *hol changes variables; changes after the from date up to and
      *including the to date, and the runs those changes overtook
       01 WS-HCH-FROM                       PIC 9(8).
       01 WS-HCH-TO                         PIC 9(8).
       01 WS-HCH-ACTION                     PIC X(9).
       01 WS-HCH-CHANGED                    PIC 9(8).
       01 WS-HCH-EFFECT                     PIC X(14).
       01 WS-HCH-INT                        PIC 9(7).
       01 WS-HCH-DOW                        PIC 9.
       01 WS-HCH-COUNT                      PIC 9(4).
       01 WS-HCH-SET-COUNT                  PIC 9(4).
       01 WS-HCH-RUN-COUNT                  PIC 9(4).
       01 WS-HCH-LATER                      PIC 9(4).
       01 WS-HCH-RUN-DATE                   PIC X(8).
       01 WS-HCH-IDX                        PIC 9(4).
       01 WS-HCH-TABLE.
           05 WS-HCH-DATE                   PIC 9(8) OCCURS 500 TIMES.
       01 WS-HOL-LIST-COUNT                 PIC 9(4).
       01 WS-HOL-UPD-FLAG                   PIC X VALUE "N".
           88 WS-HOL-UPDATED                    VALUE "Y".
       01 WS-TRIAL-MIN-COUNT                PIC 9(4).
       01 WS-TRIAL-OVERFLOW                 PIC X VALUE "N".
           88 WS-TRIAL-OVERFLOWED               VALUE "Y".
      *holiday rule generator variables; the rules are held in a
      *table and applied one year at a time, each year's dates sorted
      *by calendar and date before they are written
       01 WS-HOLRULE-FILENAME               PIC X(80).
       01 WS-HOLRULE-STATUS                 PIC XX.
       01 WS-HOLRULE-EOF                    PIC X VALUE "N".
           88 WS-HOLRULE-AT-EOF                 VALUE "Y".
       01 WS-HGEN-RULE-COUNT                PIC 9(4).
       01 WS-HGEN-BAD-COUNT                 PIC 9(4).
       01 WS-HGEN-RULE-TABLE.
           05 WS-HGEN-RULE OCCURS 300 TIMES.
               10 WS-HGR-CALENDAR           PIC X(8).
               10 WS-HGR-TYPE               PIC X.
               10 WS-HGR-MONTH              PIC 9(2).
               10 WS-HGR-DAY                PIC 9(2).
               10 WS-HGR-NTH                PIC 9.
               10 WS-HGR-OFFSET             PIC S9(3).
               10 WS-HGR-OBSERVE            PIC X.
               10 WS-HGR-DESC               PIC X(30).
               10 WS-HGR-FROM-YEAR          PIC 9(4).
               10 WS-HGR-TO-YEAR            PIC 9(4).
       01 WS-HGEN-RULE-IDX                  PIC 9(4).
       01 WS-HGEN-RULE-VALID                PIC X VALUE "N".
           88 WS-HGEN-RULE-IS-VALID             VALUE "Y".
       01 WS-HGEN-FIRST-YEAR                PIC 9(4).
       01 WS-HGEN-LAST-YEAR                 PIC 9(4).
       01 WS-HGEN-YEAR                      PIC 9(4).
       01 WS-HGEN-PASS                      PIC 9.
       01 WS-HGEN-DATE                      PIC 9(8).
       01 WS-HGEN-DATE-REDEF REDEFINES WS-HGEN-DATE.
           05 WS-HGEN-DATE-YEAR             PIC 9(4).
           05 WS-HGEN-DATE-MONTH            PIC 9(2).
           05 WS-HGEN-DATE-DAY              PIC 9(2).
       01 WS-HGEN-INT                       PIC 9(8).
       01 WS-HGEN-BACK-INT                  PIC 9(8).
       01 WS-HGEN-FWD-INT                   PIC 9(8).
       01 WS-HGEN-DOW                       PIC 9.
       01 WS-HGEN-APPLIES                   PIC X VALUE "N".
           88 WS-HGEN-DOES-APPLY                VALUE "Y".
       01 WS-HGEN-SHIFTS                    PIC X VALUE "N".
           88 WS-HGEN-NEEDS-SHIFT               VALUE "Y".
       01 WS-HGEN-FOUND                     PIC X VALUE "N".
           88 WS-HGEN-IS-FOUND                  VALUE "Y".
       01 WS-HGEN-OUT-COUNT                 PIC 9(6).
       01 WS-HGEN-DUP-COUNT                 PIC 9(4).
       01 WS-HGEN-YEAR-COUNT                PIC 9(4).
       01 WS-HGEN-YEAR-TABLE.
           05 WS-HGEN-YEAR-ITEM OCCURS 300 TIMES.
               10 WS-HGY-CALENDAR           PIC X(8).
               10 WS-HGY-DATE               PIC 9(8).
               10 WS-HGY-DESC               PIC X(30).
       01 WS-HGEN-HOLD                      PIC X(46).
       01 WS-HGEN-IDX                       PIC 9(4).
      *easter sunday, gregorian computus; the letters follow the
      *published algorithm
       01 WS-EASTER-INT                     PIC 9(8).
       01 WS-EASTER-DATE                    PIC 9(8).
       01 WS-EAS-A                          PIC 9(4).
       01 WS-EAS-B                          PIC 9(4).
       01 WS-EAS-C                          PIC 9(4).
       01 WS-EAS-D                          PIC 9(4).
       01 WS-EAS-E                          PIC 9(4).
       01 WS-EAS-F                          PIC 9(4).
       01 WS-EAS-G                          PIC 9(4).
       01 WS-EAS-H                          PIC 9(4).
       01 WS-EAS-I                          PIC 9(4).
       01 WS-EAS-K                          PIC 9(4).
       01 WS-EAS-L                          PIC 9(4).
       01 WS-EAS-M                          PIC 9(4).
       01 WS-EAS-N                          PIC 9(4).
      *schedule generator variables
       01 WS-RULES-FILENAME                PIC X(20) VALUE "dating.rul".
       01 WS-RULES-STATUS                   PIC XX.
       01 WS-SPL-IN-PERIOD                  PIC 9(3).
       01 WS-SPL-FOUND                      PIC X VALUE "N".
           88 WS-SPL-IS-FOUND                   VALUE "Y".
      *turnaround sla variables; elapsed business days run from the
      *day after receipt up to and including the completion date
       01 WS-SLA-MODE                      PIC X VALUE "N".
           88 WS-SLA-MODE-ON                   VALUE "Y".
       01 WS-SLATAB-FILENAME               PIC X(20) VALUE "dating.slt".
       01 WS-SLATAB-STATUS                  PIC XX.
       01 WS-SLATAB-EOF                     PIC X VALUE "N".
           88 WS-SLATAB-AT-EOF                  VALUE "Y".
       01 WS-SLA-REPORT-FILENAME           PIC X(20) VALUE "dating.sla".
       01 WS-SLA-CAT-COUNT                  PIC 9(4) VALUE 0.
       01 WS-SLA-BAD-COUNT                  PIC 9(4) VALUE 0.
       01 WS-SLA-CAT-TABLE.
           05 WS-SLA-CAT OCCURS 100 TIMES.
               10 WS-SLC-CATEGORY           PIC X(4).
               10 WS-SLC-DAYS               PIC 9(3).
               10 WS-SLC-TARGET             PIC 9(3).
               10 WS-SLC-DESC               PIC X(30).
               10 WS-SLC-COUNT              PIC 9(6).
               10 WS-SLC-TOTAL              PIC 9(9).
               10 WS-SLC-MAX                PIC 9(6).
               10 WS-SLC-BREACH             PIC 9(6).
       01 WS-SLC-IDX                        PIC 9(4).
       01 WS-SLC-FOUND                      PIC X VALUE "N".
           88 WS-SLC-IS-FOUND                   VALUE "Y".
       01 WS-SLC-IN-CATEGORY                PIC X(4).
       01 WS-SLA-IN-COUNT                   PIC 9(6) VALUE 0.
       01 WS-SLA-EXC-COUNT                  PIC 9(6) VALUE 0.
       01 WS-SLA-INVALID-COUNT              PIC 9(6) VALUE 0.
       01 WS-SLA-SEQN-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SLA-NCAT-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SLA-LATE-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SLA-MISSED-COUNT               PIC 9(4) VALUE 0.
       01 WS-SLA-ALL-COUNT                  PIC 9(6).
       01 WS-SLA-ALL-TOTAL                  PIC 9(9).
       01 WS-SLA-ALL-MAX                    PIC 9(6).
       01 WS-SLA-ALL-BREACH                 PIC 9(6).
       01 WS-SLA-RECV-VALID                 PIC X.
       01 WS-SLA-RECV-INT                   PIC 9(8).
       01 WS-SLA-COMP-INT                   PIC 9(8).
       01 WS-SLA-DAYS                       PIC 9(6).
       01 WS-SLA-REASON                     PIC X(4).
       01 WS-SLA-AVERAGE                    PIC 9(6)V9.
       01 WS-SLA-PERCENT                    PIC 9(3)V9.
       01 WS-SLA-STATUS-NAME                PIC X(7).
       01 WS-SLA-ED-DAYS                    PIC Z(6)9.
       01 WS-SLA-ED-TARGET                  PIC Z(4)9.
       01 WS-SLA-ED-COUNT                   PIC Z(5)9.
       01 WS-SLA-ED-AVERAGE                 PIC Z(5)9.9.
       01 WS-SLA-ED-MAX                     PIC Z(6)9.
       01 WS-SLA-ED-BREACH                  PIC Z(7)9.
       01 WS-SLA-ED-PERCENT                 PIC ZZZ9.9.
       01 WS-SLA-RPT-LINE                   PIC X(132).
      *date compare variables; our file comes in on COMPARE= and the
      *counterparty's on THEIRS=, both in the enrich input layout;
      *TOLERANCE= is the business-day break still accepted
       01 WS-COMPARE-MODE                  PIC X VALUE "N".
           88 WS-COMPARE-MODE-ON               VALUE "Y".
       01 WS-CMP-OURS-INFILE                PIC X(80) VALUE SPACES.
       01 WS-CMP-THEIRS-INFILE              PIC X(80) VALUE SPACES.
       01 WS-CMP-TOL-INPUT                  PIC X(6) VALUE SPACES.
       01 WS-CMP-TOL-VALUE                  PIC S9(6)V99.
       01 WS-CMP-TOLERANCE                  PIC 9(4) VALUE 0.
       01 WS-CMP-REPORT-FILENAME           PIC X(20) VALUE "dating.cmp".
       01 WS-CMP-SORT-FILENAME             PIC X(20) VALUE "dating.cws".
       01 WS-CMP-OURS-WORKNAME             PIC X(20) VALUE "dating.cwo".
       01 WS-CMP-THEIRS-WORKNAME           PIC X(20) VALUE "dating.cwt".
       01 WS-CMP-OURS-STATUS                PIC XX.
       01 WS-CMP-THEIRS-STATUS              PIC XX.
       01 WS-CMP-OURS-EOF                   PIC X VALUE "N".
           88 WS-CMP-OURS-AT-EOF                VALUE "Y".
       01 WS-CMP-THEIRS-EOF                 PIC X VALUE "N".
           88 WS-CMP-THEIRS-AT-EOF              VALUE "Y".
       01 WS-CMP-SIDE                       PIC X.
           88 WS-CMP-SIDE-OURS                  VALUE "O".
           88 WS-CMP-SIDE-THEIRS                VALUE "T".
       01 WS-CMP-OURS-COUNT                 PIC 9(6) VALUE 0.
       01 WS-CMP-THEIRS-COUNT               PIC 9(6) VALUE 0.
       01 WS-CMP-KEY-COUNT                  PIC 9(6) VALUE 0.
       01 WS-CMP-AGREED-COUNT               PIC 9(6) VALUE 0.
       01 WS-CMP-BREAK-COUNT                PIC 9(6) VALUE 0.
       01 WS-CMP-TOL-COUNT                  PIC 9(6) VALUE 0.
       01 WS-CMP-OURS-ONLY-COUNT            PIC 9(6) VALUE 0.
       01 WS-CMP-THEIRS-ONLY-COUNT          PIC 9(6) VALUE 0.
       01 WS-CMP-INVALID-COUNT              PIC 9(6) VALUE 0.
       01 WS-CMP-EXC-COUNT                  PIC 9(6) VALUE 0.
       01 WS-CMP-OUTSIDE-COUNT              PIC 9(6) VALUE 0.
       01 WS-CMP-REASON                     PIC X(4).
       01 WS-CMP-OURS-VALID                 PIC X.
       01 WS-CMP-OURS-INT                   PIC 9(8).
       01 WS-CMP-THEIRS-INT                 PIC 9(8).
       01 WS-CMP-FROM-INT                   PIC 9(8).
       01 WS-CMP-TO-INT                     PIC 9(8).
       01 WS-CMP-DAYS                       PIC 9(6).
       01 WS-CMP-DIFF                       PIC S9(6).
       01 WS-CMP-ED-DIFF                    PIC +9(5).
       01 WS-CMP-ED-COUNT                   PIC Z(5)9.
       01 WS-CMP-OUT-KEY                    PIC X(10).
       01 WS-CMP-OUT-OURS                   PIC X(8).
       01 WS-CMP-OUT-THEIRS                 PIC X(8).
       01 WS-CMP-RPT-LABEL                  PIC X(36).
       01 WS-CMP-RPT-COUNT                  PIC 9(6).
       01 WS-CMP-RPT-LINE                   PIC X(132).
      *operations summary variables; OPSUM reports on the current
      *processing date, OPSUM=YYYYMMDD reprints an earlier one
       01 WS-OPSUM-MODE                    PIC X VALUE "N".
           88 WS-OPSUM-MODE-ON                 VALUE "Y".
       01 WS-OPS-DATE-INPUT                 PIC X(8) VALUE SPACES.
       01 WS-OPS-DATE                       PIC 9(8).
       01 WS-OPS-PRIOR-DATE                 PIC 9(8).
       01 WS-OPS-REPORT-FILENAME           PIC X(20) VALUE "dating.ops".
       01 WS-OPS-RPT-LINE                   PIC X(132).
       01 WS-OPS-EOF                        PIC X VALUE "N".
           88 WS-OPS-AT-EOF                     VALUE "Y".
       01 WS-OPS-PASS                       PIC X.
           88 WS-OPS-LISTING-RUNS               VALUE "R".
           88 WS-OPS-LISTING-RESTARTS           VALUE "S".
       01 WS-OPS-RUN-DATE                   PIC X(8).
       01 WS-OPS-HIS-RC                     PIC 9(2).
       01 WS-OPS-MAX-RC                     PIC 9(2).
       01 WS-OPS-RUN-COUNT                  PIC 9(4).
       01 WS-OPS-WARN-COUNT                 PIC 9(4).
       01 WS-OPS-FAIL-COUNT                 PIC 9(4).
       01 WS-OPS-RESTART-COUNT              PIC 9(4).
       01 WS-OPS-ALERT-COUNT                PIC 9(4).
       01 WS-OPS-MISS-COUNT                 PIC 9(4).
       01 WS-OPS-LINE-COUNT                 PIC 9(4).
       01 WS-OPS-UNAVAIL-COUNT              PIC 9(2).
       01 WS-OPS-EXC-TOTAL                  PIC 9(6).
       01 WS-OPS-OTHER-COUNT                PIC 9(6).
       01 WS-OPS-REJ-COUNT                  PIC 9(6).
       01 WS-OPS-FILE-DATE                  PIC X(8).
       01 WS-OPS-STATUS-NAME                PIC X(5).
       01 WS-OPS-REASON-VALUES.
           05 FILLER            PIC X(10) VALUE "INVD000000".
           05 FILLER            PIC X(10) VALUE "WKND000000".
           05 FILLER            PIC X(10) VALUE "HOLI000000".
           05 FILLER            PIC X(10) VALUE "AGED000000".
           05 FILLER            PIC X(10) VALUE "NOFP000000".
       01 WS-OPS-REASON-TABLE REDEFINES WS-OPS-REASON-VALUES.
           05 WS-OPS-RSN OCCURS 5 TIMES.
               10 WS-OPS-RSN-CODE           PIC X(4).
               10 WS-OPS-RSN-COUNT          PIC 9(6).
       01 WS-OPS-RSN-IDX                    PIC 9.
       01 WS-OPS-STEP-BACK                  PIC 9(2).
       01 WS-OPS-RSN-FOUND                  PIC X VALUE "N".
           88 WS-OPS-RSN-IS-FOUND               VALUE "Y".
      *job stream variables; the file defaults are the profile's
      *assignments, put back before every step
       01 WS-STREAM-MODE                   PIC X VALUE "N".
           88 WS-STREAM-MODE-ON                VALUE "Y".
       01 WS-STREAM-FILENAME               PIC X(80) VALUE SPACES.
       01 WS-STREAM-STATUS                  PIC XX.
       01 WS-STREAM-EOF                     PIC X VALUE "N".
           88 WS-STREAM-AT-EOF                  VALUE "Y".
       01 WS-STREAM-LINE-COUNT              PIC 9(4) VALUE 0.
       01 WS-STREAM-BAD-COUNT               PIC 9(4) VALUE 0.
       01 WS-STREAM-STEP-COUNT              PIC 9(4) VALUE 0.
       01 WS-STREAM-STEP-TABLE.
           05 WS-STREAM-STEP OCCURS 50 TIMES.
               10 WS-STP-NAME               PIC X(8).
               10 WS-STP-MODE               PIC X(8).
               10 WS-STP-COND               PIC X(8).
               10 WS-STP-INFILE             PIC X(80).
               10 WS-STP-OUTFILE            PIC X(20).
               10 WS-STP-REJFILE            PIC X(20).
               10 WS-STP-EXCFILE            PIC X(20).
               10 WS-STP-RC                 PIC 9(2).
               10 WS-STP-STATE              PIC X.
       01 WS-STP-IDX                        PIC 9(4).
       01 WS-STP-JDX                        PIC 9(4).
       01 WS-STP-TOKENS.
           05 WS-STP-TOKEN                  PIC X(80) OCCURS 7 TIMES.
       01 WS-STP-TOK-IDX                    PIC 9.
       01 WS-STP-ERROR                      PIC X(60).
       01 WS-STP-STATE-NAME                 PIC X(8).
       01 WS-STEP-ABORT                     PIC X VALUE "N".
           88 WS-STEP-IS-ABORTED                VALUE "Y".
       01 WS-STEP-RUN-FLAG                  PIC X VALUE "N".
           88 WS-STEP-WILL-RUN                  VALUE "Y".
       01 WS-STREAM-START-DATE              PIC 9(8).
       01 WS-STREAM-START-TIME              PIC 9(8).
       01 WS-STREAM-MAX-RC                  PIC 9(2) VALUE 0.
       01 WS-STREAM-DONE-COUNT              PIC 9(4) VALUE 0.
       01 WS-STREAM-RESUME-AT               PIC 9(4) VALUE 1.
       01 WS-STREAM-RAN-COUNT               PIC 9(4) VALUE 0.
       01 WS-STREAM-SKIP-COUNT              PIC 9(4) VALUE 0.
       01 WS-STREAM-FAIL-COUNT              PIC 9(4) VALUE 0.
       01 WS-STREAM-DFT-OUTFILE             PIC X(20).
       01 WS-STREAM-DFT-REJFILE             PIC X(20).
       01 WS-STREAM-DFT-EXCFILE             PIC X(20).
      *fiscal period variables
       01 WS-FISCAL-FILENAME               PIC X(20) VALUE "dating.fis".
       01 WS-FISCAL-STATUS                  PIC XX.
       01 WS-EXPR-TERM-COUNT               PIC 9(2).
       01 WS-EXPR-VALID                    PIC X VALUE "N".
           88 WS-EXPR-IS-VALID                 VALUE "Y".
      *accrual variables; DATECALC mode Y results edited for display
      *and for the enrich accrual layout
       01 WS-ACCRUAL-CONV-1                PIC X(8).
       01 WS-ACCRUAL-CONV-2                PIC X(8).
       01 WS-ACCRUAL-DAYS                  PIC -(8)9.
       01 WS-ACCRUAL-FRACTION              PIC -(4)9.9(9).
      *roll convention entry variables
       01 WS-ROLL-CHOICE                   PIC X.
       01 WS-ROLL-VALID                    PIC X VALUE "N".
       IF WS-PROFILE-ON THEN
           PERFORM PROCEDURE-LOAD-PROFILE
       END-IF.
      *the operator id stamps holiday store changes for the
      *maker-checker; OPERATOR= on the command line wins over USER
      *for queueing a change, but a checker is always the logon id
       ACCEPT WS-LOGON-ID FROM ENVIRONMENT "USER".
       IF WS-OPERATOR = SPACES THEN
           MOVE WS-LOGON-ID TO WS-OPERATOR
       END-IF.
       IF WS-ASOF-INPUT NOT = SPACES THEN
           PERFORM PROCEDURE-CHECK-ASOF
       END-IF.
       PERFORM PROCEDURE-LOAD-CURRENT-DATE.
       PERFORM PROCEDURE-CHECK-CLOSING.
       IF WS-EODCLOSE-MODE-ON THEN
           MOVE "N" TO WS-BATCH-MODE
           MOVE "EODCLOSE" TO WS-RUN-TYPE
           MOVE WS-CONFIG-FILENAME TO WS-RUN-INPUT
           PERFORM PROCEDURE-EOD-CLOSE
           MOVE 1 TO WS-RUN-PROCESSED
           MOVE 0 TO WS-RUN-REJECTS
           PERFORM PROCEDURE-RUN-HISTORY-WRITE
           STOP RUN
       END-IF.
       IF WS-EODROLL-MODE-ON THEN
      *the roll works on the control calendar alone, so that is the
      *set the master is asked to accept
           MOVE "N" TO WS-BATCH-MODE
           MOVE "EODROLL" TO WS-RUN-TYPE
           MOVE WS-CONFIG-FILENAME TO WS-RUN-INPUT
           MOVE 1 TO WS-CAL-SET-COUNT
           MOVE SPACES TO WS-CAL-SET-TABLE
           MOVE WS-PDC-CALENDAR TO WS-CAL-SET-NAME(1)
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-EOD-ROLL
           MOVE 1 TO WS-RUN-PROCESSED
           MOVE 0 TO WS-RUN-REJECTS
           PERFORM PROCEDURE-RUN-HISTORY-WRITE
           STOP RUN
       END-IF.
      *each run mode names itself before it starts so the failure
      *exits inside the run paragraphs can still leave a record in
      *the run history
       IF WS-STREAM-MODE-ON THEN
      *the steps of a stream share this run's profile and calendar
      *set; each step leaves its own history record and the stream
      *adds a summary record of its own
           MOVE "N" TO WS-BATCH-MODE
           MOVE "STREAM" TO WS-RUN-TYPE
           MOVE WS-STREAM-FILENAME TO WS-RUN-INPUT
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-STREAM-RUN
           STOP RUN
       END-IF.
       IF WS-ENRICH-MODE-ON THEN
      *no command loop or report file in this mode, so messages
      *must go to the console
           MOVE "N" TO WS-BATCH-MODE
           MOVE "ENRICH" TO WS-RUN-TYPE
           MOVE WS-ENRICH-INFILE TO WS-RUN-INPUT
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-ENRICH-RUN
           MOVE WS-ENRICH-IN-COUNT TO WS-RUN-PROCESSED
           MOVE WS-ENRICH-REJ-COUNT TO WS-RUN-REJECTS
           MOVE "N" TO WS-BATCH-MODE
           MOVE "VALIDATE" TO WS-RUN-TYPE
           MOVE WS-VALIDATE-INFILE TO WS-RUN-INPUT
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-VALIDATE-RUN
           MOVE WS-VAL-IN-COUNT TO WS-RUN-PROCESSED
           COMPUTE WS-RUN-REJECTS = WS-VAL-INVALID-COUNT
           MOVE "N" TO WS-BATCH-MODE
           MOVE "AGING" TO WS-RUN-TYPE
           MOVE WS-VALIDATE-INFILE TO WS-RUN-INPUT
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-AGING-RUN
           MOVE WS-AGE-IN-COUNT TO WS-RUN-PROCESSED
           COMPUTE WS-RUN-REJECTS = WS-AGE-INVALID-COUNT
           PERFORM PROCEDURE-RUN-HISTORY-WRITE
           STOP RUN
       END-IF.
       IF WS-SLA-MODE-ON THEN
           MOVE "N" TO WS-BATCH-MODE
           MOVE "SLA" TO WS-RUN-TYPE
           MOVE WS-VALIDATE-INFILE TO WS-RUN-INPUT
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-SLA-RUN
           MOVE WS-SLA-IN-COUNT TO WS-RUN-PROCESSED
           MOVE WS-SLA-EXC-COUNT TO WS-RUN-REJECTS
           PERFORM PROCEDURE-RUN-HISTORY-WRITE
           STOP RUN
       END-IF.
       IF WS-COMPARE-MODE-ON THEN
           MOVE "N" TO WS-BATCH-MODE
           MOVE "COMPARE" TO WS-RUN-TYPE
           MOVE WS-CMP-OURS-INFILE TO WS-RUN-INPUT
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-COMPARE-RUN
           MOVE WS-CMP-KEY-COUNT TO WS-RUN-PROCESSED
           MOVE WS-CMP-EXC-COUNT TO WS-RUN-REJECTS
           PERFORM PROCEDURE-RUN-HISTORY-WRITE
           STOP RUN
       END-IF.
       IF WS-OPSUM-MODE-ON THEN
           MOVE "N" TO WS-BATCH-MODE
           MOVE "OPSUM" TO WS-RUN-TYPE
           MOVE WS-OPS-REPORT-FILENAME TO WS-RUN-INPUT
           PERFORM PROCEDURE-LOAD-CALENDARS
           PERFORM PROCEDURE-OPSUM-RUN
           MOVE WS-OPS-RUN-COUNT TO WS-RUN-PROCESSED
           COMPUTE WS-RUN-REJECTS = WS-OPS-EXC-TOTAL + WS-OPS-REJ-COUNT
           PERFORM PROCEDURE-RUN-HISTORY-WRITE
           STOP RUN
       END-IF.
       IF WS-BATCH-MODE-ON THEN
           MOVE "BATCH" TO WS-RUN-TYPE
           MOVE WS-CMD-FILENAME TO WS-RUN-INPUT
               STOP RUN
           END-IF
       END-IF.
       PERFORM PROCEDURE-LOAD-CALENDARS.
       MOVE SPACES TO WS-SHOW-LINE.
       STRING "DATING - date calculation tool" INTO WS-SHOW-LINE.
       PERFORM PROCEDURE-SHOW-LINE.
               PERFORM PROCEDURE-EXPR-GET
           ELSE IF CLI-INPUT = "date diff" THEN
               PERFORM PROCEDURE-DATE-DIFF
           ELSE IF CLI-INPUT = "date frac" THEN
               PERFORM PROCEDURE-DATE-FRAC
           ELSE IF CLI-INPUT = "get schedule" THEN
               PERFORM PROCEDURE-SCHEDULE-GET
           ELSE IF CLI-INPUT = "sched recon" THEN
               PERFORM PROCEDURE-HOLIDAY-IMPORT
           ELSE IF CLI-INPUT = "hol trial" THEN
               PERFORM PROCEDURE-HOLIDAY-TRIAL
           ELSE IF CLI-INPUT = "hol generate" THEN
               PERFORM PROCEDURE-HOLIDAY-GENERATE
           ELSE IF CLI-INPUT = "hol pending" THEN
               PERFORM PROCEDURE-HOLIDAY-PENDING
           ELSE IF CLI-INPUT = "hol approve" THEN
               PERFORM PROCEDURE-HOLIDAY-APPROVE
           ELSE IF CLI-INPUT = "hol reject" THEN
               PERFORM PROCEDURE-HOLIDAY-REJECT
           ELSE IF CLI-INPUT = "hol changes" THEN
               PERFORM PROCEDURE-HOLIDAY-CHANGES
           ELSE IF CLI-INPUT = "hol convert" THEN
               PERFORM PROCEDURE-HOLIDAY-CONVERT
      *    calendar master
           ELSE IF CLI-INPUT = "cal list" THEN
               PERFORM PROCEDURE-CAL-LIST
           ELSE IF CLI-INPUT = "cal set" THEN
               PERFORM PROCEDURE-CAL-SET
      *    audit trail
           ELSE IF CLI-INPUT = "run history" THEN
               PERFORM PROCEDURE-RUN-HISTORY-LIST
               DISPLAY "HELP"
               DISPLAY "github: https://github.com/theluqmn/dating"
               DISPLAY " "
               DISPLAY "[cd]               view the processing dates"
               DISPLAY "[cd set]           set the current date"
               DISPLAY "[cd reset]         reset current date to today"
               DISPLAY "[cd calendar s e]  write a calendar report"
               DISPLAY "[get eom]          end of month +/- N months"
               DISPLAY "[get expr]         chain tenors, e.g. +2B+3M/m"
               DISPLAY "[date diff]        show days between two dates"
               DISPLAY "[date frac]        accrual year fraction"
               DISPLAY "[get schedule]     build a schedule from rules"
               DISPLAY "[sched recon]      reconcile schedule vs actual"
               DISPLAY "-"
               DISPLAY "[watch]            deadline watchlist countdown"
               DISPLAY "-"
               DISPLAY "[hol list]         list holidays on a calendar"
               DISPLAY "[hol add]          request a holiday be added"
               DISPLAY "[hol delete]       request a holiday withdrawal"
               DISPLAY "[hol calendar]     choose bizdate calendar(s)"
               DISPLAY "[hol import]       queue holidays from a file"
               DISPLAY "[hol trial]        what-if report for an import"
               DISPLAY "[hol generate]     build an import from rules"
               DISPLAY "[hol pending]      changes awaiting approval"
               DISPLAY "[hol approve]      release a pending change"
               DISPLAY "[hol reject]       turn down a pending change"
               DISPLAY "[hol changes]      store changes between dates"
               DISPLAY "[hol convert]      load an old-layout store"
               DISPLAY "-"
               DISPLAY "[cal list]         list the calendar master"
               DISPLAY "[cal set]          add or change a calendar"
               DISPLAY "-"
               DISPLAY "[run history]      list recent batch runs"
               DISPLAY "[audit report]     summarize the audit trail"
                   " (configured date)" INTO WS-SHOW-LINE
           END-IF.
           PERFORM PROCEDURE-SHOW-LINE.
      *a control record that carries only the date has its
      *neighbours worked out here for the display
           IF WS-PDC-PRIOR-DATE = 0 OR WS-PDC-NEXT-DATE = 0 THEN
               PERFORM PROCEDURE-PDC-NEIGHBOURS
           END-IF.
           MOVE WS-PDC-PRIOR-DATE TO TP-DATE-A.
           PERFORM PROCEDURE-FORMAT-DATE.
           MOVE SPACES TO WS-SHOW-LINE.
           STRING "prior business date: "
               FUNCTION TRIM(WS-FORMATTED-DATE) INTO WS-SHOW-LINE.
           PERFORM PROCEDURE-SHOW-LINE.
           MOVE WS-PDC-NEXT-DATE TO TP-DATE-A.
           PERFORM PROCEDURE-FORMAT-DATE.
           MOVE SPACES TO WS-SHOW-LINE.
           STRING "next business date:  "
               FUNCTION TRIM(WS-FORMATTED-DATE) INTO WS-SHOW-LINE.
           PERFORM PROCEDURE-SHOW-LINE.
           MOVE SPACES TO WS-SHOW-LINE.
           IF WS-PDC-IS-ROLLED THEN
               STRING "control calendar "
                   FUNCTION TRIM(WS-PDC-CALENDAR)
                   ", status ROLLED on " WS-PDC-ROLLED-ON
                   INTO WS-SHOW-LINE
           ELSE
               STRING "control calendar "
                   FUNCTION TRIM(WS-PDC-CALENDAR)
                   ", status " FUNCTION TRIM(WS-PDC-STATUS)
                   INTO WS-SHOW-LINE
           END-IF.
           PERFORM PROCEDURE-SHOW-LINE.

           CURRENT-DATE-SET.
           IF NOT WS-BATCH-MODE-ON THEN
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF.

           IF WS-DATE-IS-VALID AND WS-ASOF-DATE NOT = 0 THEN
      *the date line is read first so a command file stays in step
               MOVE "N" TO WS-DATE-VALID
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: calendars are shown as of "
                   WS-ASOF-DATE ", the current date cannot be set"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF.

           IF WS-DATE-IS-VALID THEN
               MOVE TP-STR-A(1:4) TO TP-DATE-A(1:4)
               MOVE TP-STR-A(6:2) TO TP-DATE-A(5:2)
               MOVE TP-STR-A(9:2) TO TP-DATE-A(7:2)
               MOVE TP-DATE-A TO WS-CURRENT-DATE
      *a date set by hand is open for business whatever the roll
      *had left in the control record
               PERFORM PROCEDURE-PDC-NEIGHBOURS
               SET WS-PDC-IS-OPEN TO TRUE
               PERFORM PROCEDURE-PDC-WRITE

               MOVE SPACES TO WS-SHOW-LINE
               STRING "set current date to " WS-CURRENT-DATE-YEAR "-"

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DELETE FILE CONFIG-FILE.
           MOVE 0 TO WS-PDC-PRIOR-DATE.
           MOVE 0 TO WS-PDC-NEXT-DATE.
           MOVE SPACES TO WS-PDC-ROLLED-ON.
           SET WS-PDC-IS-OPEN TO TRUE.

           MOVE SPACES TO WS-SHOW-LINE.
           STRING "current date now reset to default (today)"
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF.
       PROCEDURE-DATE-FRAC.
      *accrual day count and year fraction from a start date to an
      *end date under one of the DATECALC mode Y conventions
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "DATE FRAC"
               DISPLAY "note: please use YYYY-MM-DD for both dates"
               DISPLAY "conventions: ACT/360, ACT/365F, ACT/ACT,"
               DISPLAY "             30/360 (us) and 30E/360"
               DISPLAY " "
               DISPLAY "start date: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           PERFORM PROCEDURE-VALIDATE-DATE-ENTRY.
           IF WS-DATE-IS-VALID THEN
               MOVE TP-STR-A(1:4) TO TP-DATE-A(1:4)
               MOVE TP-STR-A(6:2) TO TP-DATE-A(5:2)
               MOVE TP-STR-A(9:2) TO TP-DATE-A(7:2)

               IF NOT WS-BATCH-MODE-ON THEN
                   DISPLAY "end date: " WITH NO ADVANCING
               END-IF
               PERFORM PROCEDURE-ACCEPT-LINE
               PERFORM PROCEDURE-VALIDATE-DATE-ENTRY
           END-IF.
           IF WS-DATE-IS-VALID THEN
               MOVE TP-STR-A TO TP-STR-B
               MOVE TP-STR-B(1:4) TO TP-DATE-B(1:4)
               MOVE TP-STR-B(6:2) TO TP-DATE-B(5:2)
               MOVE TP-STR-B(9:2) TO TP-DATE-B(7:2)

               IF NOT WS-BATCH-MODE-ON THEN
                   DISPLAY "convention: " WITH NO ADVANCING
               END-IF
               PERFORM PROCEDURE-ACCEPT-LINE
      *"30/360 us" is taken as 30/360US; the embedded space goes
               MOVE SPACES TO WS-ACCRUAL-CONV-1
               MOVE SPACES TO WS-ACCRUAL-CONV-2
               UNSTRING FUNCTION UPPER-CASE(TP-STR-A)
                   DELIMITED BY ALL SPACES
                   INTO WS-ACCRUAL-CONV-1 WS-ACCRUAL-CONV-2
               END-UNSTRING
               MOVE SPACES TO DATECALC-CONVENTION
               STRING WS-ACCRUAL-CONV-1 DELIMITED BY SPACE
                   WS-ACCRUAL-CONV-2 DELIMITED BY SPACE
                   INTO DATECALC-CONVENTION
               END-STRING

               MOVE TP-DATE-A TO DATECALC-INPUT-DATE
               MOVE TP-DATE-B TO DATECALC-END-DATE
               MOVE 0 TO DATECALC-OFFSET
               SET DATECALC-MODE-ACCRUAL TO TRUE
               SET DATECALC-ROLL-NONE TO TRUE
               CALL "DATECALC" USING DATECALC-LINKAGE
               MOVE SPACES TO WS-SHOW-LINE
               IF DATECALC-RETURN-CODE = 0 THEN
                   MOVE DATECALC-DAY-COUNT TO WS-ACCRUAL-DAYS
                   MOVE DATECALC-YEAR-FRACTION TO WS-ACCRUAL-FRACTION
                   STRING FUNCTION TRIM(DATECALC-CONVENTION) " "
                       TP-DATE-A " to " TP-DATE-B ": "
                       FUNCTION TRIM(WS-ACCRUAL-DAYS) " days, "
                       "year fraction "
                       FUNCTION TRIM(WS-ACCRUAL-FRACTION)
                       INTO WS-SHOW-LINE
               ELSE
                   STRING "error: unknown convention "
                       FUNCTION TRIM(TP-STR-A) INTO WS-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               END-IF
               PERFORM PROCEDURE-SHOW-LINE
           ELSE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: use YYYY-MM-DD for both dates"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF.
       PROCEDURE-CALENDAR-REPORT.
           MOVE CLI-INPUT(13:10) TO TP-STR-A.
           PERFORM PROCEDURE-VALIDATE-DATE-ENTRY.
       PROCEDURE-PARSE-PARM.
           MOVE "N" TO WS-BATCH-MODE.
           MOVE "N" TO WS-RESTART-MODE.
           IF WS-PARM(256:1) NOT = SPACE THEN
               DISPLAY "error: command line longer than 255"
                   " characters, it cannot be read whole"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM NOT = SPACES THEN
               MOVE SPACES TO WS-PARM-TOKENS
               UNSTRING WS-PARM DELIMITED BY ALL " "
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(7:74)
                   TO WS-VALIDATE-INFILE
               SET WS-SPLIT-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:4) = "SLA=" THEN
      *the sla mode reads its own layout through the validate file
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(5:76)
                   TO WS-VALIDATE-INFILE
               SET WS-SLA-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:8) = "COMPARE=" THEN
      *our dated file for the key-matched compare; the other side
      *comes in on THEIRS= and is read through the same file
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(9:72)
                   TO WS-CMP-OURS-INFILE
               SET WS-COMPARE-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:7) = "THEIRS=" THEN
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(8:73)
                   TO WS-CMP-THEIRS-INFILE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:10) = "TOLERANCE=" THEN
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(11:6)
                   TO WS-CMP-TOL-INPUT
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:7) = "STREAM=" THEN
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(8:73)
                   TO WS-STREAM-FILENAME
               SET WS-STREAM-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX) = "EODCLOSE" THEN
               SET WS-EODCLOSE-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX) = "EODROLL" THEN
               SET WS-EODROLL-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:8) = "EODROLL=" THEN
      *the scheduler names the date it means to roll, so a second
      *submission of the same night's roll is refused
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(9:8)
                   TO WS-ROLL-DATE-INPUT
               SET WS-EODROLL-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:7) = "CTLCAL=" THEN
               MOVE FUNCTION UPPER-CASE(WS-PARM-TOKEN(WS-PARM-IDX)(8:8))
                   TO WS-PDC-CAL-INPUT
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX) = "OPSUM" THEN
               SET WS-OPSUM-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:6) = "OPSUM=" THEN
      *reprint the operations summary for an earlier processing date
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(7:8) TO WS-OPS-DATE-INPUT
               SET WS-OPSUM-MODE-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX) = "RESTART" THEN
               SET WS-RESTART-ON TO TRUE
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:9) = "OPERATOR=" THEN
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(10:12) TO WS-OPERATOR
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:5) = "ASOF=" THEN
      *rebuild the holiday calendars as they stood on a past day
               MOVE WS-PARM-TOKEN(WS-PARM-IDX)(6:8) TO WS-ASOF-INPUT
           ELSE IF WS-PARM-TOKEN(WS-PARM-IDX)(1:1) = "&" THEN
      *&NAME=VALUE defines a symbol for command file substitution
               MOVE SPACES TO WS-SYM-IN-NAME
               ELSE IF WS-PROFILE-KEY = "CALNAME" THEN
                   MOVE WS-PROFILE-VALUE TO WS-CAL-SET-INPUT
                   PERFORM PROCEDURE-PARSE-CAL-SET
               ELSE IF WS-PROFILE-KEY = "CALMASTER" THEN
                   MOVE WS-PROFILE-VALUE TO WS-CALMAST-FILENAME
               ELSE IF WS-PROFILE-KEY = "PENDING" THEN
                   MOVE WS-PROFILE-VALUE TO WS-PENDING-FILENAME
               ELSE IF WS-PROFILE-KEY = "CHANGELOG" THEN
                   MOVE WS-PROFILE-VALUE TO WS-CHGLOG-FILENAME
               ELSE IF WS-PROFILE-KEY = "SLATABLE" THEN
                   MOVE WS-PROFILE-VALUE TO WS-SLATAB-FILENAME
               ELSE IF WS-PROFILE-KEY = "SLAREPORT" THEN
                   MOVE WS-PROFILE-VALUE TO WS-SLA-REPORT-FILENAME
               ELSE IF WS-PROFILE-KEY = "THEIRS" THEN
                   MOVE WS-PROFILE-VALUE TO WS-CMP-THEIRS-INFILE
               ELSE IF WS-PROFILE-KEY = "CMPREPORT" THEN
                   MOVE WS-PROFILE-VALUE TO WS-CMP-REPORT-FILENAME
               ELSE IF WS-PROFILE-KEY = "COMPLETION" THEN
                   MOVE WS-PROFILE-VALUE TO WS-COMPLETE-FILENAME
               ELSE IF WS-PROFILE-KEY = "OPSREPORT" THEN
                   MOVE WS-PROFILE-VALUE TO WS-OPS-REPORT-FILENAME
               ELSE IF WS-PROFILE-KEY = "CTLCAL" THEN
                   IF WS-PDC-CAL-INPUT = SPACES THEN
                       MOVE FUNCTION UPPER-CASE(WS-PROFILE-VALUE)
                           TO WS-PDC-CAL-INPUT
                   END-IF
               ELSE IF WS-PROFILE-KEY = "ROLLLOG" THEN
                   MOVE WS-PROFILE-VALUE TO WS-ROLLLOG-FILENAME
               ELSE
                   DISPLAY "warning: run profile keyword "
                       FUNCTION TRIM(WS-PROFILE-KEY)
               DISPLAY FUNCTION TRIM(WS-SHOW-LINE TRAILING)
           END-IF.
       PROCEDURE-LOAD-CURRENT-DATE.
      *with no control record the date is today, open, on the
      *control calendar named by CTLCAL= or the run profile
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00" THEN
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PROCEDURE-PDC-UNPACK
               END-READ
               CLOSE CONFIG-FILE
           END-IF.
           IF WS-PDC-CAL-INPUT NOT = SPACES THEN
               MOVE WS-PDC-CAL-INPUT TO WS-PDC-CALENDAR
           ELSE IF WS-PDC-CALENDAR = SPACES THEN
               MOVE "DEFAULT" TO WS-PDC-CALENDAR
           END-IF
           END-IF.
       PROCEDURE-PDC-UNPACK.
           IF CFG-REC-CURRENT IS NUMERIC THEN
               MOVE CFG-REC-CURRENT TO WS-CURRENT-DATE
           END-IF.
           IF CFG-REC-PRIOR IS NUMERIC THEN
               MOVE CFG-REC-PRIOR TO WS-PDC-PRIOR-DATE
           END-IF.
           IF CFG-REC-NEXT IS NUMERIC THEN
               MOVE CFG-REC-NEXT TO WS-PDC-NEXT-DATE
           END-IF.
           MOVE CFG-REC-CALENDAR TO WS-PDC-CALENDAR.
           IF CFG-REC-STATUS NOT = SPACES THEN
               MOVE CFG-REC-STATUS TO WS-PDC-STATUS
           END-IF.
           MOVE CFG-REC-ROLLED-ON TO WS-PDC-ROLLED-ON.
       PROCEDURE-PDC-WRITE.
      *the control record is rewritten whole on every change
           MOVE "N" TO WS-PDC-WRITE-OK.
           MOVE SPACES TO CONFIG-RECORD.
           MOVE WS-CURRENT-DATE TO CFG-REC-CURRENT.
           MOVE WS-PDC-PRIOR-DATE TO CFG-REC-PRIOR.
           MOVE WS-PDC-NEXT-DATE TO CFG-REC-NEXT.
           MOVE WS-PDC-CALENDAR TO CFG-REC-CALENDAR.
           MOVE WS-PDC-STATUS TO CFG-REC-STATUS.
           MOVE WS-PDC-ROLLED-ON TO CFG-REC-ROLLED-ON.
           OPEN OUTPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00" THEN
               DISPLAY "error: could not write control record "
                   FUNCTION TRIM(WS-CONFIG-FILENAME)
                   " (file status " WS-CONFIG-STATUS ")"
           ELSE
               WRITE CONFIG-RECORD
               CLOSE CONFIG-FILE
               SET WS-PDC-IS-WRITTEN TO TRUE
           END-IF.
       PROCEDURE-PDC-NEIGHBOURS.
      *the business days either side of the current date on the
      *control calendar; the active set is put back afterwards
           MOVE WS-CAL-SET-COUNT TO WS-PDC-SAVE-SET-COUNT.
           MOVE WS-CAL-SET-TABLE TO WS-PDC-SAVE-SET-TABLE.
           MOVE 1 TO WS-CAL-SET-COUNT.
           MOVE SPACES TO WS-CAL-SET-TABLE.
           MOVE WS-PDC-CALENDAR TO WS-CAL-SET-NAME(1).
           PERFORM PROCEDURE-BUILD-BIZ-TABLE.
           COMPUTE WS-BD-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           MOVE "N" TO WS-BD-FLAG.
           MOVE 0 TO WS-PDC-STEPS.
           PERFORM UNTIL WS-BD-IS-BUSINESS OR WS-PDC-STEPS > 30
               SUBTRACT 1 FROM WS-BD-INT
               ADD 1 TO WS-PDC-STEPS
               PERFORM PROCEDURE-IS-BIZ-DAY
           END-PERFORM.
           MOVE WS-BD-DATE TO WS-PDC-PRIOR-DATE.
           COMPUTE WS-BD-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           MOVE "N" TO WS-BD-FLAG.
           MOVE 0 TO WS-PDC-STEPS.
           PERFORM UNTIL WS-BD-IS-BUSINESS OR WS-PDC-STEPS > 30
               ADD 1 TO WS-BD-INT
               ADD 1 TO WS-PDC-STEPS
               PERFORM PROCEDURE-IS-BIZ-DAY
           END-PERFORM.
           MOVE WS-BD-DATE TO WS-PDC-NEXT-DATE.
           MOVE WS-PDC-SAVE-SET-COUNT TO WS-CAL-SET-COUNT.
           MOVE WS-PDC-SAVE-SET-TABLE TO WS-CAL-SET-TABLE.
           PERFORM PROCEDURE-BUILD-BIZ-TABLE.
       PROCEDURE-CHECK-CLOSING.
      *a date being closed takes no more file work until the roll
      *has moved it on; the interactive tool, the close and roll
      *themselves and the operations summary still run
           IF WS-PDC-IS-CLOSING
               AND (WS-BATCH-MODE-ON OR WS-STREAM-MODE-ON
                   OR WS-ENRICH-MODE-ON OR WS-VALIDATE-MODE-ON
                   OR WS-AGING-MODE-ON OR WS-SPLIT-MODE-ON
                   OR WS-SLA-MODE-ON OR WS-COMPARE-MODE-ON)
               AND NOT WS-EODCLOSE-MODE-ON
               AND NOT WS-EODROLL-MODE-ON THEN
               DISPLAY "error: processing date " WS-CURRENT-DATE
                   " is marked closing, batch runs wait for the"
                   " end-of-day roll"
               MOVE 16 TO RETURN-CODE
               PERFORM PROCEDURE-SET-RUN-TYPE
               PERFORM PROCEDURE-RUN-HISTORY-WRITE
               STOP RUN
           END-IF.
       PROCEDURE-SET-RUN-TYPE.
      *names the requested run mode for a refusal that stops the run
      *before its own mainline block is reached; the precedence and
      *the values are those of the mainline blocks
           IF WS-EODCLOSE-MODE-ON THEN
               MOVE "EODCLOSE" TO WS-RUN-TYPE
               MOVE WS-CONFIG-FILENAME TO WS-RUN-INPUT
           ELSE IF WS-EODROLL-MODE-ON THEN
               MOVE "EODROLL" TO WS-RUN-TYPE
               MOVE WS-CONFIG-FILENAME TO WS-RUN-INPUT
           ELSE IF WS-STREAM-MODE-ON THEN
               MOVE "STREAM" TO WS-RUN-TYPE
               MOVE WS-STREAM-FILENAME TO WS-RUN-INPUT
           ELSE IF WS-ENRICH-MODE-ON THEN
               MOVE "ENRICH" TO WS-RUN-TYPE
               MOVE WS-ENRICH-INFILE TO WS-RUN-INPUT
           ELSE IF WS-VALIDATE-MODE-ON THEN
               MOVE "VALIDATE" TO WS-RUN-TYPE
               MOVE WS-VALIDATE-INFILE TO WS-RUN-INPUT
           ELSE IF WS-AGING-MODE-ON THEN
               MOVE "AGING" TO WS-RUN-TYPE
               MOVE WS-VALIDATE-INFILE TO WS-RUN-INPUT
           ELSE IF WS-SPLIT-MODE-ON THEN
               MOVE "SPLIT" TO WS-RUN-TYPE
               MOVE WS-VALIDATE-INFILE TO WS-RUN-INPUT
           ELSE IF WS-SLA-MODE-ON THEN
               MOVE "SLA" TO WS-RUN-TYPE
               MOVE WS-VALIDATE-INFILE TO WS-RUN-INPUT
           ELSE IF WS-COMPARE-MODE-ON THEN
               MOVE "COMPARE" TO WS-RUN-TYPE
               MOVE WS-CMP-OURS-INFILE TO WS-RUN-INPUT
           ELSE IF WS-OPSUM-MODE-ON THEN
               MOVE "OPSUM" TO WS-RUN-TYPE
               MOVE WS-OPS-REPORT-FILENAME TO WS-RUN-INPUT
           ELSE IF WS-BATCH-MODE-ON THEN
               MOVE "BATCH" TO WS-RUN-TYPE
               MOVE WS-CMD-FILENAME TO WS-RUN-INPUT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       PROCEDURE-LOAD-HOLIDAYS.
      *the holiday store is keyed on calendar, date and added date,
      *so a sequential read hands us the table in calendar and date
      *order;
      *only records in force on the as-of date are taken;
      *anything but a clean load or a missing store is a hard stop
           MOVE 0 TO WS-HOLIDAY-COUNT.
           MOVE 0 TO WS-HOLIDAY-BAD-COUNT.
               DISPLAY "error: could not open holiday store "
                   FUNCTION TRIM(WS-HOLIDAY-FILENAME)
                   " (file status " WS-HOLIDAY-STATUS ")"
               DISPLAY "a store without added and withdrawn dates is"
                   " renamed and loaded again with hol convert"
               MOVE 16 TO RETURN-CODE
      *a named run mode still leaves its record in the history;
      *interactive startup has no run type and writes nothing
                           SET WS-HOLIDAY-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-HOLIDAY-AT-EOF THEN
                       PERFORM PROCEDURE-HOL-IN-FORCE
                       IF WS-HOL-IS-IN-FORCE THEN
                           PERFORM PROCEDURE-LOAD-HOLIDAY-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLIDAY-FILE
           ELSE
               ADD 1 TO WS-HOLIDAY-BAD-COUNT
           END-IF.
       PROCEDURE-HOL-IN-FORCE.
      *answers WS-HOL-IS-IN-FORCE for the record just read: with no
      *as-of date a record is in force until it is withdrawn, with
      *one it must be added by then and not yet withdrawn that day
           MOVE "N" TO WS-HOL-FORCE-FLAG.
           IF WS-ASOF-DATE = 0 THEN
               IF HOL-REC-WITHDRAWN = 0 THEN
                   SET WS-HOL-IS-IN-FORCE TO TRUE
               END-IF
           ELSE
               IF HOL-REC-ADDED <= WS-ASOF-DATE
                   AND (HOL-REC-WITHDRAWN = 0
                       OR HOL-REC-WITHDRAWN > WS-ASOF-DATE) THEN
                   SET WS-HOL-IS-IN-FORCE TO TRUE
               END-IF
           END-IF.
       PROCEDURE-HOLIDAY-SEEK.
      *with the store open I-O, finds the record for WS-HOL-IN-*
      *that is still in force and leaves it in HOLIDAY-RECORD;
      *withdrawn records for the same day are read past
           MOVE "N" TO WS-HOL-SEEK-FLAG.
           MOVE "N" TO WS-HOL-SEEK-END.
           MOVE WS-HOL-IN-CALENDAR TO HOL-REC-CALENDAR.
           MOVE WS-HOL-IN-DATE TO HOL-REC-DATE.
           MOVE 0 TO HOL-REC-ADDED.
           START HOLIDAY-FILE KEY IS NOT LESS THAN HOL-REC-KEY
               INVALID KEY
                   SET WS-HOL-SEEK-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-HOL-SEEK-AT-END OR WS-HOL-SEEK-FOUND
               READ HOLIDAY-FILE NEXT RECORD
                   AT END
                       SET WS-HOL-SEEK-AT-END TO TRUE
               END-READ
               IF NOT WS-HOL-SEEK-AT-END THEN
                   IF HOL-REC-CALENDAR NOT = WS-HOL-IN-CALENDAR
                       OR HOL-REC-DATE NOT = WS-HOL-IN-DATE THEN
                       SET WS-HOL-SEEK-AT-END TO TRUE
                   ELSE IF HOL-REC-WITHDRAWN = 0 THEN
                       SET WS-HOL-SEEK-FOUND TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       PROCEDURE-HOLIDAY-WRITE.
      *keyed add of WS-HOL-IN-* to the store, stamped as added
      *today; the table is reloaded by the caller so memory always
      *mirrors the file; a record already in force here means
      *another stream inserted it since our load
           MOVE "N" TO WS-HOL-UPD-FLAG.
           MOVE "N" TO WS-HOL-STORE-NEW.
           MOVE "N" TO WS-HOL-SEEK-FLAG.
           OPEN I-O HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35" THEN
               OPEN OUTPUT HOLIDAY-FILE
               SET WS-HOL-STORE-IS-NEW TO TRUE
           END-IF.
           IF WS-HOLIDAY-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               IF NOT WS-HOL-STORE-IS-NEW THEN
                   PERFORM PROCEDURE-HOLIDAY-SEEK
               END-IF
               IF WS-HOL-SEEK-FOUND THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: " WS-HOL-IN-DATE
                       " is already on calendar "
                       WS-HOL-IN-CALENDAR " in the store"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               ELSE
                   ACCEPT WS-HOL-IN-ADDED FROM DATE YYYYMMDD
                   MOVE 0 TO WS-HOL-IN-WITHDRAWN
                   MOVE WS-HOL-IN-CALENDAR TO HOL-REC-CALENDAR
                   MOVE WS-HOL-IN-DATE TO HOL-REC-DATE
                   MOVE WS-HOL-IN-ADDED TO HOL-REC-ADDED
                   MOVE WS-HOL-IN-DESC TO HOL-REC-DESC
                   MOVE WS-HOL-IN-WITHDRAWN TO HOL-REC-WITHDRAWN
                   WRITE HOLIDAY-RECORD
                       INVALID KEY
      *the same holiday was added and withdrawn earlier today
                           MOVE SPACES TO WS-SHOW-LINE
                           STRING "error: " WS-HOL-IN-DATE
                               " on calendar " WS-HOL-IN-CALENDAR
                               " was already changed today"
                               INTO WS-SHOW-LINE
                           PERFORM PROCEDURE-SHOW-LINE
                           SET WS-BATCH-HAD-ERROR TO TRUE
                       NOT INVALID KEY
                           SET WS-HOL-UPDATED TO TRUE
                   END-WRITE
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF.
       PROCEDURE-HOLIDAY-ERASE.
      *withdraws WS-HOL-IN-* from the store as of today; the record
      *stays so earlier calendars can still be rebuilt, and its
      *description and added date come back in WS-HOL-IN-*; none in
      *force here means another stream withdrew it since our load
           MOVE "N" TO WS-HOL-UPD-FLAG.
           OPEN I-O HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00" THEN
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM PROCEDURE-HOLIDAY-SEEK
               IF NOT WS-HOL-SEEK-FOUND THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: " WS-HOL-IN-DATE
                       " is not on calendar "
                       WS-HOL-IN-CALENDAR " in the store"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               ELSE
                   MOVE HOL-REC-DESC TO WS-HOL-IN-DESC
                   MOVE HOL-REC-ADDED TO WS-HOL-IN-ADDED
                   ACCEPT WS-HOL-IN-WITHDRAWN FROM DATE YYYYMMDD
                   MOVE WS-HOL-IN-WITHDRAWN TO HOL-REC-WITHDRAWN
                   REWRITE HOLIDAY-RECORD
                       INVALID KEY
                           MOVE SPACES TO WS-SHOW-LINE
                           STRING "error: could not withdraw "
                               WS-HOL-IN-DATE " on calendar "
                               WS-HOL-IN-CALENDAR
                               INTO WS-SHOW-LINE
                           PERFORM PROCEDURE-SHOW-LINE
                           SET WS-BATCH-HAD-ERROR TO TRUE
                       NOT INVALID KEY
                           SET WS-HOL-UPDATED TO TRUE
                   END-REWRITE
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF.
       PROCEDURE-PARSE-CAL-SET.
           IF WS-CAL-SET-COUNT > 1 THEN
               PERFORM PROCEDURE-SORT-BIZ-TABLE
           END-IF.
      *a joint set works only on days that are working days on
      *every calendar in it, so its weekend is the union
           PERFORM PROCEDURE-CAL-SET-WEEKEND.
           MOVE WS-CAL-SET-WEEKEND TO DATECALC-WEEKEND-MASK.
       PROCEDURE-SORT-BIZ-TABLE.
      *insertion sort; the binary search in datecalc needs the
      *merged entries back in ascending date order
               MOVE WS-SORT-HOLD TO
                   DATECALC-HOLIDAY-ENTRY(WS-SORT-J + 1)
           END-PERFORM.
       PROCEDURE-LOAD-CALENDARS.
      *start-up load: the calendar master first, then the check of
      *the calendar set named by CALNAME= or the run profile, then
      *the holiday store; a set the master refuses is a hard stop
           PERFORM PROCEDURE-LOAD-CALMAST.
           PERFORM PROCEDURE-CHECK-CAL-SET.
           IF NOT WS-CAL-SET-IS-VALID THEN
               MOVE 16 TO RETURN-CODE
               IF WS-RUN-TYPE NOT = SPACES THEN
                   PERFORM PROCEDURE-RUN-HISTORY-WRITE
               END-IF
               STOP RUN
           END-IF.
           PERFORM PROCEDURE-LOAD-HOLIDAYS.
           IF WS-ASOF-DATE NOT = 0 THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "holiday calendars as of " WS-ASOF-DATE
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-CHECK-ASOF.
      *ASOF= takes YYYYMMDD; a day the calendar cannot have is
      *refused before anything runs
           IF WS-ASOF-INPUT IS NUMERIC THEN
               MOVE WS-ASOF-INPUT(1:4) TO WS-VALIDATE-YEAR
               MOVE WS-ASOF-INPUT(5:2) TO WS-VALIDATE-MONTH
               MOVE WS-ASOF-INPUT(7:2) TO WS-VALIDATE-DAY
               PERFORM PROCEDURE-VALIDATE-DATE-PARTS
           ELSE
               MOVE "N" TO WS-DATE-VALID
           END-IF.
           IF WS-DATE-IS-VALID THEN
               MOVE WS-ASOF-INPUT TO WS-ASOF-DATE
           ELSE
               DISPLAY "error: ASOF= needs a valid date as YYYYMMDD"
               MOVE 16 TO RETURN-CODE
      *a named run mode still leaves its record in the history
               PERFORM PROCEDURE-SET-RUN-TYPE
               IF WS-RUN-TYPE NOT = SPACES THEN
                   PERFORM PROCEDURE-RUN-HISTORY-WRITE
               END-IF
               STOP RUN
           END-IF.
       PROCEDURE-LOAD-CALMAST.
      *the master is keyed on calendar name, so a sequential read
      *hands us the table in name order; a missing master keeps
      *the saturday and sunday weekend for every calendar
           MOVE 0 TO WS-CALMAST-COUNT.
           MOVE 0 TO WS-CALMAST-BAD-COUNT.
           MOVE "N" TO WS-CALMAST-EOF.
           MOVE "N" TO WS-CALMAST-PRESENT.
           OPEN INPUT CALMAST-FILE.
           IF WS-CALMAST-STATUS = "35" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "warning: no calendar master "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   ", every calendar takes saturday and sunday off"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           ELSE IF WS-CALMAST-STATUS NOT = "00" THEN
               DISPLAY "error: could not open calendar master "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   " (file status " WS-CALMAST-STATUS ")"
               MOVE 16 TO RETURN-CODE
               IF WS-RUN-TYPE NOT = SPACES THEN
                   PERFORM PROCEDURE-RUN-HISTORY-WRITE
               END-IF
               STOP RUN
           ELSE
               SET WS-CALMAST-IS-PRESENT TO TRUE
               PERFORM UNTIL WS-CALMAST-AT-EOF
                   READ CALMAST-FILE NEXT RECORD
                       AT END
                           SET WS-CALMAST-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-CALMAST-AT-EOF THEN
                       PERFORM PROCEDURE-LOAD-CALMAST-RECORD
                   END-IF
               END-PERFORM
               CLOSE CALMAST-FILE
           END-IF.
           IF WS-CALMAST-BAD-COUNT > 0 THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "warning: " WS-CALMAST-BAD-COUNT
                   " invalid calendar record(s) in "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   " were skipped" INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-LOAD-CALMAST-RECORD.
           IF WS-CALMAST-COUNT >= 200 THEN
               DISPLAY "error: calendar master "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   " exceeds the 200 entry table"
               MOVE 16 TO RETURN-CODE
               IF WS-RUN-TYPE NOT = SPACES THEN
                   PERFORM PROCEDURE-RUN-HISTORY-WRITE
               END-IF
               STOP RUN
           END-IF.
      *a blank weekend is the usual saturday and sunday
           MOVE CAL-MST-WEEKEND TO WS-CMS-MASK.
           IF WS-CMS-MASK = SPACES THEN
               MOVE "YNNNNNY" TO WS-CMS-MASK
           END-IF.
           PERFORM PROCEDURE-CHECK-WEEKEND-MASK.
           IF CAL-MST-NAME = SPACES
               OR (CAL-MST-STATUS NOT = "A"
                   AND CAL-MST-STATUS NOT = "I") THEN
               MOVE "N" TO WS-CMS-INPUT-VALID
           END-IF.
           IF WS-CMS-INPUT-IS-VALID THEN
               ADD 1 TO WS-CALMAST-COUNT
               MOVE CAL-MST-NAME TO WS-CMS-NAME(WS-CALMAST-COUNT)
               MOVE CAL-MST-DESC TO WS-CMS-DESC(WS-CALMAST-COUNT)
               MOVE WS-CMS-MASK TO WS-CMS-WEEKEND(WS-CALMAST-COUNT)
               MOVE CAL-MST-STATUS TO WS-CMS-STATUS(WS-CALMAST-COUNT)
           ELSE
               ADD 1 TO WS-CALMAST-BAD-COUNT
           END-IF.
       PROCEDURE-CHECK-WEEKEND-MASK.
      *expects WS-CMS-MASK; every day must be Y or N and at least
      *one day must be a working day
           MOVE "Y" TO WS-CMS-INPUT-VALID.
           PERFORM VARYING WS-CMS-WKD-IDX FROM 1 BY 1
               UNTIL WS-CMS-WKD-IDX > 7
               IF WS-CMS-MASK-DAY(WS-CMS-WKD-IDX) NOT = "Y"
                   AND WS-CMS-MASK-DAY(WS-CMS-WKD-IDX) NOT = "N" THEN
                   MOVE "N" TO WS-CMS-INPUT-VALID
               END-IF
           END-PERFORM.
           IF WS-CMS-MASK = "YYYYYYY" THEN
               MOVE "N" TO WS-CMS-INPUT-VALID
           END-IF.
       PROCEDURE-CHECK-CAL-SET.
      *every name in the active set must be an active calendar on
      *the master; DEFAULT is the built-in calendar and passes when
      *the master does not carry it. the set as a whole must leave
      *at least one working day in the week
           SET WS-CAL-SET-IS-VALID TO TRUE.
           IF WS-CALMAST-IS-PRESENT THEN
               PERFORM VARYING WS-CAL-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CAL-CHK-IDX > WS-CAL-SET-COUNT
                       OR NOT WS-CAL-SET-IS-VALID
                   MOVE WS-CAL-SET-NAME(WS-CAL-CHK-IDX)
                       TO WS-CMS-CHECK-NAME
                   PERFORM PROCEDURE-CALMAST-FIND
                   IF NOT WS-CMS-IS-FOUND
                       AND WS-CMS-CHECK-NAME = "DEFAULT" THEN
                       CONTINUE
                   ELSE IF NOT WS-CMS-IS-FOUND THEN
                       MOVE "N" TO WS-CAL-SET-VALID
                       MOVE SPACES TO WS-SHOW-LINE
                       STRING "error: calendar "
                           FUNCTION TRIM(WS-CMS-CHECK-NAME)
                           " is not on the calendar master "
                           FUNCTION TRIM(WS-CALMAST-FILENAME)
                           INTO WS-SHOW-LINE
                       PERFORM PROCEDURE-SHOW-LINE
                   ELSE IF WS-CMS-STATUS(WS-CMS-IDX) NOT = "A" THEN
                       MOVE "N" TO WS-CAL-SET-VALID
                       MOVE SPACES TO WS-SHOW-LINE
                       STRING "error: calendar "
                           FUNCTION TRIM(WS-CMS-CHECK-NAME)
                           " is inactive on the calendar master"
                           INTO WS-SHOW-LINE
                       PERFORM PROCEDURE-SHOW-LINE
                   END-IF
                   END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CAL-SET-IS-VALID THEN
               PERFORM PROCEDURE-CAL-SET-WEEKEND
               IF WS-CAL-SET-WEEKEND = "YYYYYYY" THEN
                   MOVE "N" TO WS-CAL-SET-VALID
                   PERFORM PROCEDURE-FORMAT-CAL-SET
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: calendar set "
                       FUNCTION TRIM(WS-CAL-SET-DISPLAY)
                       " leaves no working day in the week"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-IF
           END-IF.
       PROCEDURE-CALMAST-FIND.
      *expects WS-CMS-CHECK-NAME, answers WS-CMS-IS-FOUND and
      *leaves WS-CMS-IDX on the entry
           MOVE "N" TO WS-CMS-FOUND.
           PERFORM VARYING WS-CMS-IDX FROM 1 BY 1
               UNTIL WS-CMS-IDX > WS-CALMAST-COUNT
                   OR WS-CMS-IS-FOUND
               IF WS-CMS-NAME(WS-CMS-IDX) = WS-CMS-CHECK-NAME THEN
                   SET WS-CMS-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CMS-IS-FOUND THEN
               SUBTRACT 1 FROM WS-CMS-IDX
           END-IF.
       PROCEDURE-CAL-WEEKEND.
      *expects WS-CMS-CHECK-NAME, answers WS-CMS-MASK; a calendar
      *the master does not carry takes saturday and sunday off
           PERFORM PROCEDURE-CALMAST-FIND.
           IF WS-CMS-IS-FOUND THEN
               MOVE WS-CMS-WEEKEND(WS-CMS-IDX) TO WS-CMS-MASK
           ELSE
               MOVE "YNNNNNY" TO WS-CMS-MASK
           END-IF.
       PROCEDURE-CAL-SET-WEEKEND.
      *a day is off for the set when it is off on any calendar in it
           MOVE "NNNNNNN" TO WS-CAL-SET-WEEKEND.
           PERFORM VARYING WS-CAL-WKD-IDX FROM 1 BY 1
               UNTIL WS-CAL-WKD-IDX > WS-CAL-SET-COUNT
               MOVE WS-CAL-SET-NAME(WS-CAL-WKD-IDX)
                   TO WS-CMS-CHECK-NAME
               PERFORM PROCEDURE-CAL-WEEKEND
               PERFORM VARYING WS-CMS-WKD-IDX FROM 1 BY 1
                   UNTIL WS-CMS-WKD-IDX > 7
                   IF WS-CMS-MASK-DAY(WS-CMS-WKD-IDX) = "Y" THEN
                       MOVE "Y" TO
                           WS-CAL-SET-WEEKEND-DAY(WS-CMS-WKD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
       PROCEDURE-FORMAT-WEEKEND.
      *expects WS-CMS-MASK, answers day names in WS-CMS-WKD-DISPLAY
           MOVE SPACES TO WS-CMS-WKD-DISPLAY.
           MOVE 1 TO WS-CMS-WKD-PTR.
           PERFORM VARYING WS-CMS-WKD-IDX FROM 1 BY 1
               UNTIL WS-CMS-WKD-IDX > 7
               IF WS-CMS-MASK-DAY(WS-CMS-WKD-IDX) = "Y" THEN
                   STRING WS-DOW-NAME(WS-CMS-WKD-IDX)(1:3)
                       DELIMITED BY SIZE " " DELIMITED BY SIZE
                       INTO WS-CMS-WKD-DISPLAY
                       WITH POINTER WS-CMS-WKD-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-CMS-WKD-DISPLAY = SPACES THEN
               MOVE "none" TO WS-CMS-WKD-DISPLAY
           END-IF.
       PROCEDURE-HOLIDAY-LIST.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "LIST HOLIDAYS"
               DISPLAY "leave calendar blank to list every calendar"
               DISPLAY " "
               DISPLAY "calendar: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE FUNCTION UPPER-CASE(TP-STR-A(1:8))
               TO WS-HOL-IN-CALENDAR.
           MOVE 0 TO WS-HOL-LIST-COUNT.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOL-IN-CALENDAR = SPACES
                   OR WS-HOL-CALENDAR(WS-HOL-IDX)
                       = WS-HOL-IN-CALENDAR THEN
                   ADD 1 TO WS-HOL-LIST-COUNT
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING WS-HOL-CALENDAR(WS-HOL-IDX) " "
                       WS-HOL-DATE(WS-HOL-IDX) " "
                       WS-HOL-DESC(WS-HOL-IDX) INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SHOW-LINE.
           STRING WS-HOL-LIST-COUNT " holiday(s) listed"
               INTO WS-SHOW-LINE.
           PERFORM PROCEDURE-SHOW-LINE.
       PROCEDURE-HOLIDAY-ADD.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "ADD HOLIDAY"
               DISPLAY "leave calendar blank for calendar DEFAULT"
               DISPLAY " "
               DISPLAY "calendar: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE FUNCTION UPPER-CASE(TP-STR-A(1:8))
               TO WS-HOL-IN-CALENDAR.
           IF WS-HOL-IN-CALENDAR = SPACES THEN
               MOVE "DEFAULT" TO WS-HOL-IN-CALENDAR
           END-IF.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "date (YYYY-MM-DD): " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           PERFORM PROCEDURE-VALIDATE-DATE-ENTRY.
           IF NOT WS-DATE-IS-VALID THEN
      *a batch command file still carries the description line, so
      *consume it or the rest of the stream reads one line off
               IF WS-BATCH-MODE-ON THEN
                   PERFORM PROCEDURE-ACCEPT-LINE
               END-IF
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: invalid date, use YYYY-MM-DD"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               ELSE
                   MOVE "A" TO WS-PND-IN-ACTION
                   PERFORM PROCEDURE-PENDING-QUEUE
               END-IF
           END-IF.
       PROCEDURE-HOLIDAY-DELETE.
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               ELSE
                   MOVE WS-HOL-DESC(WS-HOL-IDX) TO WS-HOL-IN-DESC
                   MOVE "D" TO WS-PND-IN-ACTION
                   PERFORM PROCEDURE-PENDING-QUEUE
               END-IF
           END-IF.
       PROCEDURE-FIND-HOLIDAY.
           IF WS-HOL-IS-FOUND THEN
               SUBTRACT 1 FROM WS-HOL-IDX
           END-IF.
       PROCEDURE-CHECK-OPERATOR.
      *a change with no operator id on it cannot be checked by a
      *second person, so nothing is queued or decided without one;
      *nor while the calendars are rebuilt as of an earlier day
           SET WS-PENDING-IS-OK TO TRUE.
           IF WS-OPERATOR = SPACES THEN
               MOVE "N" TO WS-PENDING-OK
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: no operator id, give OPERATOR= on the"
                   " command line" INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE IF WS-ASOF-DATE NOT = 0 THEN
               MOVE "N" TO WS-PENDING-OK
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: calendars are shown as of "
                   WS-ASOF-DATE ", no changes can be made"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF
           END-IF.
       PROCEDURE-LOAD-PENDING.
      *the changes still waiting for a checker, and the next free
      *change id; a missing file simply means nothing is pending
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 1 TO WS-PENDING-NEXT-ID.
           MOVE "N" TO WS-PENDING-EOF.
           SET WS-PENDING-IS-OK TO TRUE.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "35" THEN
               CONTINUE
           ELSE IF WS-PENDING-STATUS NOT = "00" THEN
               MOVE "N" TO WS-PENDING-OK
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not open pending changes "
                   FUNCTION TRIM(WS-PENDING-FILENAME)
                   " (file status " WS-PENDING-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-PENDING-AT-EOF
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           SET WS-PENDING-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-PENDING-AT-EOF THEN
                       PERFORM PROCEDURE-LOAD-PENDING-RECORD
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
       PROCEDURE-LOAD-PENDING-RECORD.
           IF PND-REC-ID >= WS-PENDING-NEXT-ID THEN
               COMPUTE WS-PENDING-NEXT-ID = PND-REC-ID + 1
           END-IF.
           IF PND-REC-IS-PENDING AND WS-PENDING-COUNT < 1000 THEN
               ADD 1 TO WS-PENDING-COUNT
               MOVE PND-REC-ID TO WS-PND-ID(WS-PENDING-COUNT)
               MOVE PND-REC-ACTION TO WS-PND-ACTION(WS-PENDING-COUNT)
               MOVE PND-REC-CALENDAR
                   TO WS-PND-CALENDAR(WS-PENDING-COUNT)
               MOVE PND-REC-DATE TO WS-PND-DATE(WS-PENDING-COUNT)
               MOVE PND-REC-DESC TO WS-PND-DESC(WS-PENDING-COUNT)
               MOVE PND-REC-MAKER TO WS-PND-MAKER(WS-PENDING-COUNT)
               MOVE PND-REC-MADE-DATE
                   TO WS-PND-MADE-DATE(WS-PENDING-COUNT)
               MOVE PND-REC-MADE-TIME
                   TO WS-PND-MADE-TIME(WS-PENDING-COUNT)
           END-IF.
       PROCEDURE-PENDING-OPEN.
      *open for update, creating an empty file the first time
           SET WS-PENDING-IS-OK TO TRUE.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-STATUS = "35" THEN
               OPEN OUTPUT PENDING-FILE
               IF WS-PENDING-STATUS = "00" THEN
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
           END-IF.
           IF WS-PENDING-STATUS NOT = "00" THEN
               MOVE "N" TO WS-PENDING-OK
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not update pending changes "
                   FUNCTION TRIM(WS-PENDING-FILENAME)
                   " (file status " WS-PENDING-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF.
       PROCEDURE-PENDING-ADD.
      *writes WS-HOL-IN-* as a pending change with action
      *WS-PND-IN-ACTION; the pending file must already be open
           ACCEPT WS-PND-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PND-STAMP-TIME FROM TIME.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-PENDING-NEXT-ID TO PND-REC-ID.
           MOVE WS-PND-IN-ACTION TO PND-REC-ACTION.
           MOVE WS-HOL-IN-CALENDAR TO PND-REC-CALENDAR.
           MOVE WS-HOL-IN-DATE TO PND-REC-DATE.
           MOVE WS-HOL-IN-DESC TO PND-REC-DESC.
           MOVE WS-OPERATOR TO PND-REC-MAKER.
           MOVE WS-PND-STAMP-DATE TO PND-REC-MADE-DATE.
           MOVE WS-PND-STAMP-TIME TO PND-REC-MADE-TIME.
           SET PND-REC-IS-PENDING TO TRUE.
           MOVE 0 TO PND-REC-CHECKED-DATE.
           MOVE 0 TO PND-REC-CHECKED-TIME.
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE "N" TO WS-PENDING-OK
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: change id " WS-PENDING-NEXT-ID
                       " is already in use" INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PENDING-NEXT-ID
                       TO WS-PND-ID(WS-PENDING-COUNT)
                   MOVE WS-PND-IN-ACTION
                       TO WS-PND-ACTION(WS-PENDING-COUNT)
                   MOVE WS-HOL-IN-CALENDAR
                       TO WS-PND-CALENDAR(WS-PENDING-COUNT)
                   MOVE WS-HOL-IN-DATE TO WS-PND-DATE(WS-PENDING-COUNT)
                   MOVE WS-HOL-IN-DESC TO WS-PND-DESC(WS-PENDING-COUNT)
                   MOVE WS-OPERATOR TO WS-PND-MAKER(WS-PENDING-COUNT)
                   MOVE WS-PND-STAMP-DATE
                       TO WS-PND-MADE-DATE(WS-PENDING-COUNT)
                   MOVE WS-PND-STAMP-TIME
                       TO WS-PND-MADE-TIME(WS-PENDING-COUNT)
                   ADD 1 TO WS-PENDING-NEXT-ID
           END-WRITE.
       PROCEDURE-PENDING-FIND-CHANGE.
      *expects WS-HOL-IN-CALENDAR and WS-HOL-IN-DATE; leaves
      *WS-PND-IDX on a pending change for the same holiday
           MOVE "N" TO WS-PND-FOUND.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PENDING-COUNT
                   OR WS-PND-IS-FOUND
               IF WS-PND-CALENDAR(WS-PND-IDX) = WS-HOL-IN-CALENDAR
                   AND WS-PND-DATE(WS-PND-IDX) = WS-HOL-IN-DATE THEN
                   SET WS-PND-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PND-IS-FOUND THEN
               SUBTRACT 1 FROM WS-PND-IDX
           END-IF.
       PROCEDURE-PENDING-ACTION-NAME.
           IF WS-PND-ACTION(WS-PND-IDX) = "A" THEN
               MOVE "add" TO WS-PND-ACTION-NAME
           ELSE
               MOVE "withdraw" TO WS-PND-ACTION-NAME
           END-IF.
       PROCEDURE-PENDING-QUEUE.
      *hol add and hol delete land here: one change for WS-HOL-IN-*
      *is queued unless the same holiday already has one waiting
           PERFORM PROCEDURE-CHECK-OPERATOR.
           IF WS-PENDING-IS-OK THEN
               PERFORM PROCEDURE-LOAD-PENDING
           END-IF.
           IF WS-PENDING-IS-OK THEN
               PERFORM PROCEDURE-PENDING-FIND-CHANGE
               IF WS-PND-IS-FOUND THEN
                   MOVE "N" TO WS-PENDING-OK
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: change " WS-PND-ID(WS-PND-IDX)
                       " for " WS-HOL-IN-DATE " on calendar "
                       FUNCTION TRIM(WS-HOL-IN-CALENDAR)
                       " is already pending" INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               ELSE IF WS-PENDING-COUNT >= 1000 THEN
                   MOVE "N" TO WS-PENDING-OK
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: 1000 changes are already pending,"
                       " approve or reject some first"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               END-IF
               END-IF
           END-IF.
           IF WS-PENDING-IS-OK THEN
               PERFORM PROCEDURE-PENDING-OPEN
           END-IF.
           IF WS-PENDING-IS-OK THEN
               PERFORM PROCEDURE-PENDING-ADD
               CLOSE PENDING-FILE
               IF WS-PENDING-IS-OK THEN
                   MOVE WS-PENDING-COUNT TO WS-PND-IDX
                   PERFORM PROCEDURE-PENDING-ACTION-NAME
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "change " WS-PND-ID(WS-PND-IDX) " queued: "
                       FUNCTION TRIM(WS-PND-ACTION-NAME) " "
                       WS-HOL-IN-DATE " on calendar "
                       FUNCTION TRIM(WS-HOL-IN-CALENDAR)
                       ", awaiting approval by another operator"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-IF
           END-IF.
       PROCEDURE-HOLIDAY-PENDING.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "HOLIDAY CHANGES AWAITING APPROVAL"
               DISPLAY "id, action, calendar, date, description, made"
                   " by and when"
               DISPLAY " "
           END-IF.
           PERFORM PROCEDURE-LOAD-PENDING.
           IF WS-PENDING-IS-OK THEN
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PENDING-COUNT
                   PERFORM PROCEDURE-PENDING-ACTION-NAME
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING WS-PND-ID(WS-PND-IDX) " "
                       WS-PND-ACTION-NAME " "
                       WS-PND-CALENDAR(WS-PND-IDX) " "
                       WS-PND-DATE(WS-PND-IDX) " "
                       WS-PND-DESC(WS-PND-IDX) " "
                       WS-PND-MAKER(WS-PND-IDX) " "
                       WS-PND-MADE-DATE(WS-PND-IDX) "."
                       WS-PND-MADE-TIME(WS-PND-IDX)
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-PERFORM
               MOVE SPACES TO WS-SHOW-LINE
               STRING WS-PENDING-COUNT " change(s) pending"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-HOLIDAY-APPROVE.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "APPROVE PENDING HOLIDAY CHANGES"
               DISPLAY "all takes every change made by another operator"
               DISPLAY " "
               DISPLAY "change id or all: " WITH NO ADVANCING
           END-IF.
           SET WS-PND-APPROVING TO TRUE.
           MOVE "approved" TO WS-PND-DECISION-NAME.
           PERFORM PROCEDURE-PENDING-DECIDE.
       PROCEDURE-HOLIDAY-REJECT.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "REJECT PENDING HOLIDAY CHANGES"
               DISPLAY "all takes every change made by another operator"
               DISPLAY " "
               DISPLAY "change id or all: " WITH NO ADVANCING
           END-IF.
           SET WS-PND-REJECTING TO TRUE.
           MOVE "rejected" TO WS-PND-DECISION-NAME.
           PERFORM PROCEDURE-PENDING-DECIDE.
       PROCEDURE-PENDING-DECIDE.
      *the checker must be a different operator from the maker;
      *an approved change is applied to the store and logged
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE FUNCTION LOWER-CASE(TP-STR-A) TO WS-PND-SELECT.
           MOVE 0 TO WS-PND-DONE-COUNT.
           MOVE 0 TO WS-PND-SKIP-COUNT.
           MOVE 0 TO WS-PND-FAIL-COUNT.
           MOVE 0 TO WS-PND-ADDED-COUNT.
           PERFORM PROCEDURE-CHECK-OPERATOR.
      *OPERATOR= is free text, so it cannot stand for the checker;
      *the decision is only taken under the logon id
           IF WS-PENDING-IS-OK AND WS-OPERATOR NOT = WS-LOGON-ID THEN
               MOVE "N" TO WS-PENDING-OK
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: changes are "
                   FUNCTION TRIM(WS-PND-DECISION-NAME)
                   " under the logon id only, drop OPERATOR="
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF.
           IF WS-PENDING-IS-OK THEN
               PERFORM PROCEDURE-LOAD-PENDING
           END-IF.
           IF WS-PENDING-IS-OK THEN
               IF FUNCTION TRIM(WS-PND-SELECT) = "all" THEN
                   SET WS-PND-IS-ALL TO TRUE
                   PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PENDING-COUNT
                       PERFORM PROCEDURE-PENDING-DECIDE-ONE
                   END-PERFORM
               ELSE
                   MOVE "N" TO WS-PND-SELECT-ALL
                   COMPUTE WS-PND-SELECT-ID =
                       FUNCTION NUMVAL(WS-PND-SELECT)
                   MOVE "N" TO WS-PND-FOUND
                   PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PENDING-COUNT
                           OR WS-PND-IS-FOUND
                       IF WS-PND-ID(WS-PND-IDX) = WS-PND-SELECT-ID THEN
                           SET WS-PND-IS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-PND-IS-FOUND THEN
                       SUBTRACT 1 FROM WS-PND-IDX
                       PERFORM PROCEDURE-PENDING-DECIDE-ONE
                   ELSE
                       MOVE SPACES TO WS-SHOW-LINE
                       STRING "error: there is no pending change "
                           FUNCTION TRIM(WS-PND-SELECT)
                           INTO WS-SHOW-LINE
                       PERFORM PROCEDURE-SHOW-LINE
                       SET WS-BATCH-HAD-ERROR TO TRUE
                   END-IF
               END-IF
               IF WS-PND-APPROVING AND WS-PND-DONE-COUNT > 0 THEN
                   PERFORM PROCEDURE-LOAD-HOLIDAYS
               END-IF
               MOVE SPACES TO WS-SHOW-LINE
               STRING FUNCTION TRIM(WS-PND-DECISION-NAME) " "
                   WS-PND-DONE-COUNT " change(s), "
                   WS-PND-SKIP-COUNT " skipped as your own, "
                   WS-PND-FAIL-COUNT " failed" INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               IF WS-PND-FAIL-COUNT > 0 THEN
                   SET WS-BATCH-HAD-ERROR TO TRUE
               END-IF
           END-IF.
       PROCEDURE-PENDING-DECIDE-ONE.
           IF WS-PND-MAKER(WS-PND-IDX) = WS-OPERATOR THEN
               ADD 1 TO WS-PND-SKIP-COUNT
               IF NOT WS-PND-IS-ALL THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: change " WS-PND-ID(WS-PND-IDX)
                       " was made by "
                       FUNCTION TRIM(WS-OPERATOR)
                       ", another operator must decide it"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               END-IF
           ELSE
               ACCEPT WS-PND-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-PND-STAMP-TIME FROM TIME
               PERFORM PROCEDURE-PENDING-ACTION-NAME
               PERFORM PROCEDURE-PENDING-RECORD-DECISION
               IF WS-PND-APPLY-IS-OK THEN
                   ADD 1 TO WS-PND-DONE-COUNT
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "change " WS-PND-ID(WS-PND-IDX) " "
                       FUNCTION TRIM(WS-PND-DECISION-NAME) ": "
                       FUNCTION TRIM(WS-PND-ACTION-NAME) " "
                       WS-PND-DATE(WS-PND-IDX) " on calendar "
                       FUNCTION TRIM(WS-PND-CALENDAR(WS-PND-IDX))
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               ELSE
                   ADD 1 TO WS-PND-FAIL-COUNT
               END-IF
           END-IF.
       PROCEDURE-PENDING-RECORD-DECISION.
      *the pending record is re-read under update first, so a
      *change another checker decided since our load is left alone
           SET WS-PND-APPLY-IS-OK TO TRUE.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00" THEN
               MOVE "N" TO WS-PND-APPLY-OK
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not update pending changes "
                   FUNCTION TRIM(WS-PENDING-FILENAME)
                   " (file status " WS-PENDING-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           ELSE
               MOVE WS-PND-ID(WS-PND-IDX) TO PND-REC-ID
               READ PENDING-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PND-APPLY-OK
               END-READ
               IF WS-PND-APPLY-IS-OK AND NOT PND-REC-IS-PENDING THEN
                   MOVE "N" TO WS-PND-APPLY-OK
               END-IF
               IF NOT WS-PND-APPLY-IS-OK THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: change " WS-PND-ID(WS-PND-IDX)
                       " is no longer pending" INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-IF
      *the change log is opened before the store is touched, so a
      *change that cannot be logged stays pending and unapplied
               IF WS-PND-APPLY-IS-OK AND WS-PND-APPROVING THEN
                   PERFORM PROCEDURE-CHGLOG-OPEN
                   IF WS-PND-APPLY-IS-OK THEN
                       PERFORM PROCEDURE-PENDING-APPLY
                       IF WS-PND-APPLY-IS-OK THEN
                           PERFORM PROCEDURE-CHGLOG-WRITE
                       END-IF
                       CLOSE CHGLOG-FILE
                   END-IF
               END-IF
               IF WS-PND-APPLY-IS-OK THEN
                   MOVE WS-PND-DECISION TO PND-REC-STATUS
                   MOVE WS-OPERATOR TO PND-REC-CHECKER
                   MOVE WS-PND-STAMP-DATE TO PND-REC-CHECKED-DATE
                   MOVE WS-PND-STAMP-TIME TO PND-REC-CHECKED-TIME
                   REWRITE PENDING-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-PND-APPLY-OK
                           MOVE SPACES TO WS-SHOW-LINE
                           STRING "error: change "
                               WS-PND-ID(WS-PND-IDX)
                               " could not be marked "
                               FUNCTION TRIM(WS-PND-DECISION-NAME)
                               INTO WS-SHOW-LINE
                           PERFORM PROCEDURE-SHOW-LINE
                   END-REWRITE
               END-IF
               CLOSE PENDING-FILE
           END-IF.
       PROCEDURE-PENDING-APPLY.
      *put one approved change into the store through the same
      *keyed add and withdrawal the old direct commands used
           MOVE WS-PND-CALENDAR(WS-PND-IDX) TO WS-HOL-IN-CALENDAR.
           MOVE WS-PND-DATE(WS-PND-IDX) TO WS-HOL-IN-DATE.
           MOVE WS-PND-DESC(WS-PND-IDX) TO WS-HOL-IN-DESC.
           MOVE SPACES TO WS-PND-BEFORE.
           MOVE SPACES TO WS-PND-AFTER.
           IF WS-PND-ACTION(WS-PND-IDX) = "A" THEN
               IF WS-HOLIDAY-COUNT + WS-PND-ADDED-COUNT >= 5000 THEN
                   MOVE "N" TO WS-PND-APPLY-OK
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: holiday table is full, change "
                       WS-PND-ID(WS-PND-IDX) " not applied"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               ELSE
                   PERFORM PROCEDURE-HOLIDAY-WRITE
                   IF WS-HOL-UPDATED THEN
                       ADD 1 TO WS-PND-ADDED-COUNT
                       STRING WS-HOL-IN-CALENDAR " " WS-HOL-IN-DATE " "
                           WS-HOL-IN-DESC " " WS-HOL-IN-ADDED " "
                           WS-HOL-IN-WITHDRAWN DELIMITED BY SIZE
                           INTO WS-PND-AFTER
                   ELSE
                       MOVE "N" TO WS-PND-APPLY-OK
                   END-IF
               END-IF
           ELSE
      *a withdrawal rewrites the store record, so both images are
      *the record as it was read and as it now stands
               PERFORM PROCEDURE-HOLIDAY-ERASE
               IF WS-HOL-UPDATED THEN
                   STRING WS-HOL-IN-CALENDAR " " WS-HOL-IN-DATE " "
                       WS-HOL-IN-DESC " " WS-HOL-IN-ADDED " "
                       "00000000" DELIMITED BY SIZE
                       INTO WS-PND-BEFORE
                   STRING WS-HOL-IN-CALENDAR " " WS-HOL-IN-DATE " "
                       WS-HOL-IN-DESC " " WS-HOL-IN-ADDED " "
                       WS-HOL-IN-WITHDRAWN DELIMITED BY SIZE
                       INTO WS-PND-AFTER
               ELSE
                   MOVE "N" TO WS-PND-APPLY-OK
               END-IF
           END-IF.
       PROCEDURE-CHGLOG-OPEN.
           OPEN EXTEND CHGLOG-FILE.
           IF WS-CHGLOG-STATUS = "35" THEN
               OPEN OUTPUT CHGLOG-FILE
           END-IF.
           IF WS-CHGLOG-STATUS NOT = "00" THEN
               MOVE "N" TO WS-PND-APPLY-OK
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not open change log "
                   FUNCTION TRIM(WS-CHGLOG-FILENAME)
                   " (file status " WS-CHGLOG-STATUS "), change "
                   WS-PND-ID(WS-PND-IDX) " left pending"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-CHGLOG-WRITE.
      *approval stamp, change id, action, calendar, maker and when
      *the change was made, checker, then the before and after
      *images of the store record; - marks a record that is absent
           IF WS-PND-BEFORE = SPACES THEN
               MOVE "-" TO WS-PND-BEFORE
           END-IF.
           IF WS-PND-AFTER = SPACES THEN
               MOVE "-" TO WS-PND-AFTER
           END-IF.
           MOVE SPACES TO WS-CHGLOG-LINE.
           STRING WS-PND-STAMP-DATE "." WS-PND-STAMP-TIME " | "
               WS-PND-ID(WS-PND-IDX) " | "
               WS-PND-ACTION-NAME " | "
               WS-PND-CALENDAR(WS-PND-IDX) " | "
               WS-PND-MAKER(WS-PND-IDX) " | "
               WS-PND-MADE-DATE(WS-PND-IDX) "."
               WS-PND-MADE-TIME(WS-PND-IDX) " | "
               WS-OPERATOR " | "
               WS-PND-BEFORE " | "
               WS-PND-AFTER DELIMITED BY SIZE
               INTO WS-CHGLOG-LINE.
           WRITE CHGLOG-RECORD FROM WS-CHGLOG-LINE.
           IF WS-CHGLOG-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "warning: change log write failed for change "
                   WS-PND-ID(WS-PND-IDX)
                   " (file status " WS-CHGLOG-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           END-IF.
       PROCEDURE-HOLIDAY-CONVERT.
      *one-off move of a store written before holidays carried added
      *and withdrawn dates. every record comes across as added on
      *00000000 and in force, so it counts for any as-of date. this
      *changes the layout, not the holidays, so it does not go
      *through the pending queue; a day already in force in the
      *store is left alone
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "CONVERT A HOLIDAY STORE OF THE OLD LAYOUT"
               DISPLAY "rename the old store first, then name it here"
               DISPLAY " "
               DISPLAY "old store: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE TP-STR-A TO WS-OLDHOL-FILENAME.
           MOVE 0 TO WS-OLDHOL-ADD-COUNT.
           MOVE 0 TO WS-OLDHOL-DUP-COUNT.
           MOVE 0 TO WS-OLDHOL-BAD-COUNT.
           MOVE "N" TO WS-OLDHOL-EOF.
           MOVE "N" TO WS-HOL-STORE-NEW.
           MOVE SPACES TO WS-SHOW-LINE.
           IF WS-ASOF-DATE NOT = 0 THEN
               STRING "error: calendars are shown as of "
                   WS-ASOF-DATE ", no changes can be made"
                   INTO WS-SHOW-LINE
           ELSE IF WS-OLDHOL-FILENAME = SPACES
               OR WS-OLDHOL-FILENAME = WS-HOLIDAY-FILENAME THEN
               STRING "error: name the renamed old store, not "
                   FUNCTION TRIM(WS-HOLIDAY-FILENAME)
                   INTO WS-SHOW-LINE
           ELSE
               OPEN INPUT OLDHOL-FILE
               IF WS-OLDHOL-STATUS NOT = "00" THEN
                   STRING "error: could not open old store "
                       FUNCTION TRIM(WS-OLDHOL-FILENAME)
                       " (file status " WS-OLDHOL-STATUS ")"
                       INTO WS-SHOW-LINE
               ELSE
                   OPEN I-O HOLIDAY-FILE
                   IF WS-HOLIDAY-STATUS = "35" THEN
                       OPEN OUTPUT HOLIDAY-FILE
                       SET WS-HOL-STORE-IS-NEW TO TRUE
                   END-IF
                   IF WS-HOLIDAY-STATUS NOT = "00" THEN
                       STRING "error: could not update holiday store "
                           FUNCTION TRIM(WS-HOLIDAY-FILENAME)
                           " (file status " WS-HOLIDAY-STATUS ")"
                           INTO WS-SHOW-LINE
                       CLOSE OLDHOL-FILE
                   END-IF
               END-IF
           END-IF
           END-IF.
           IF WS-SHOW-LINE NOT = SPACES THEN
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-OLDHOL-AT-EOF
                   READ OLDHOL-FILE NEXT RECORD
                       AT END
                           SET WS-OLDHOL-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-OLDHOL-AT-EOF THEN
                       PERFORM PROCEDURE-HOLIDAY-CONVERT-ONE
                   END-IF
               END-PERFORM
               CLOSE OLDHOL-FILE
               CLOSE HOLIDAY-FILE
               PERFORM PROCEDURE-LOAD-HOLIDAYS
               MOVE SPACES TO WS-SHOW-LINE
               STRING "converted " WS-OLDHOL-ADD-COUNT
                   " holiday(s), " WS-OLDHOL-DUP-COUNT
                   " already in the store, " WS-OLDHOL-BAD-COUNT
                   " invalid" INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-HOLIDAY-CONVERT-ONE.
           IF OHL-REC-CALENDAR = SPACES
               OR OHL-REC-DATE IS NOT NUMERIC THEN
               ADD 1 TO WS-OLDHOL-BAD-COUNT
           ELSE
               MOVE OHL-REC-CALENDAR TO WS-HOL-IN-CALENDAR
               MOVE OHL-REC-DATE TO WS-HOL-IN-DATE
               MOVE "N" TO WS-HOL-SEEK-FLAG
               IF NOT WS-HOL-STORE-IS-NEW THEN
                   PERFORM PROCEDURE-HOLIDAY-SEEK
               END-IF
               IF WS-HOL-SEEK-FOUND THEN
                   ADD 1 TO WS-OLDHOL-DUP-COUNT
               ELSE
                   MOVE OHL-REC-CALENDAR TO HOL-REC-CALENDAR
                   MOVE OHL-REC-DATE TO HOL-REC-DATE
                   MOVE 0 TO HOL-REC-ADDED
                   MOVE OHL-REC-DESC TO HOL-REC-DESC
                   MOVE 0 TO HOL-REC-WITHDRAWN
                   WRITE HOLIDAY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-OLDHOL-DUP-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-OLDHOL-ADD-COUNT
                   END-WRITE
               END-IF
           END-IF.
       PROCEDURE-HOLIDAY-CHANGES.
      *every store change after the from date up to and including
      *the to date, so the calendar as of one date can be explained
      *against the other; a change on the active set that lands on
      *a working weekday moves business dates
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "HOLIDAY STORE CHANGES BETWEEN TWO DATES"
               PERFORM PROCEDURE-FORMAT-CAL-SET
               DISPLAY "holiday calendar: "
                   FUNCTION TRIM(WS-CAL-SET-DISPLAY)
               DISPLAY "note: please use YYYY-MM-DD for both dates"
               DISPLAY " "
               DISPLAY "from date: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           PERFORM PROCEDURE-VALIDATE-DATE-ENTRY.
           IF WS-DATE-IS-VALID THEN
               MOVE TP-STR-A(1:4) TO WS-HCH-FROM(1:4)
               MOVE TP-STR-A(6:2) TO WS-HCH-FROM(5:2)
               MOVE TP-STR-A(9:2) TO WS-HCH-FROM(7:2)
               IF NOT WS-BATCH-MODE-ON THEN
                   DISPLAY "to date: " WITH NO ADVANCING
               END-IF
               PERFORM PROCEDURE-ACCEPT-LINE
               PERFORM PROCEDURE-VALIDATE-DATE-ENTRY
           END-IF.
           IF WS-DATE-IS-VALID THEN
               MOVE TP-STR-A(1:4) TO WS-HCH-TO(1:4)
               MOVE TP-STR-A(6:2) TO WS-HCH-TO(5:2)
               MOVE TP-STR-A(9:2) TO WS-HCH-TO(7:2)
           END-IF.
           IF NOT WS-DATE-IS-VALID THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: use YYYY-MM-DD for both dates"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE IF WS-HCH-FROM > WS-HCH-TO THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: the from date is after the to date"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM PROCEDURE-HOLIDAY-CHANGES-SCAN
           END-IF
           END-IF.
       PROCEDURE-HOLIDAY-CHANGES-SCAN.
           MOVE 0 TO WS-HCH-COUNT.
           MOVE 0 TO WS-HCH-SET-COUNT.
           MOVE "N" TO WS-HOLIDAY-EOF.
           PERFORM PROCEDURE-CAL-SET-WEEKEND.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not open holiday store "
                   FUNCTION TRIM(WS-HOLIDAY-FILENAME)
                   " (file status " WS-HOLIDAY-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "changed  | action    | calendar | holiday  |"
                   " description                    | effect"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               PERFORM UNTIL WS-HOLIDAY-AT-EOF
                   READ HOLIDAY-FILE NEXT RECORD
                       AT END
                           SET WS-HOLIDAY-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-HOLIDAY-AT-EOF THEN
                       IF HOL-REC-ADDED > WS-HCH-FROM
                           AND HOL-REC-ADDED <= WS-HCH-TO THEN
                           MOVE "added" TO WS-HCH-ACTION
                           MOVE HOL-REC-ADDED TO WS-HCH-CHANGED
                           PERFORM PROCEDURE-HOLIDAY-CHANGES-LINE
                       END-IF
                       IF HOL-REC-WITHDRAWN > WS-HCH-FROM
                           AND HOL-REC-WITHDRAWN <= WS-HCH-TO THEN
                           MOVE "withdrawn" TO WS-HCH-ACTION
                           MOVE HOL-REC-WITHDRAWN TO WS-HCH-CHANGED
                           PERFORM PROCEDURE-HOLIDAY-CHANGES-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLIDAY-FILE
               MOVE SPACES TO WS-SHOW-LINE
               STRING WS-HCH-COUNT " change(s) after " WS-HCH-FROM
                   " up to " WS-HCH-TO ", " WS-HCH-SET-COUNT
                   " moving business days on the active set"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               IF WS-HCH-SET-COUNT > 0 THEN
                   PERFORM PROCEDURE-HOLIDAY-CHANGES-RUNS
               END-IF
           END-IF.
       PROCEDURE-HOLIDAY-CHANGES-LINE.
      *the effect is judged on the active set: another calendar,
      *a weekend day, or a business day that changes status
           ADD 1 TO WS-HCH-COUNT.
           MOVE HOL-REC-CALENDAR TO WS-CAL-CHECK-NAME.
           PERFORM PROCEDURE-CAL-IN-SET.
           IF NOT WS-CAL-IS-IN-SET THEN
               MOVE "not in set" TO WS-HCH-EFFECT
           ELSE
               COMPUTE WS-HCH-INT =
                   FUNCTION INTEGER-OF-DATE(HOL-REC-DATE)
               COMPUTE WS-HCH-DOW = FUNCTION MOD(WS-HCH-INT, 7)
               IF WS-CAL-SET-WEEKEND-DAY(WS-HCH-DOW + 1) = "Y" THEN
                   MOVE "weekend" TO WS-HCH-EFFECT
               ELSE
                   MOVE "business day" TO WS-HCH-EFFECT
                   IF WS-HCH-SET-COUNT < 500 THEN
                       ADD 1 TO WS-HCH-SET-COUNT
                       MOVE WS-HCH-CHANGED
                           TO WS-HCH-DATE(WS-HCH-SET-COUNT)
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-SHOW-LINE.
           STRING WS-HCH-CHANGED " | " WS-HCH-ACTION " | "
               HOL-REC-CALENDAR " | " HOL-REC-DATE " | "
               HOL-REC-DESC " | " WS-HCH-EFFECT
               DELIMITED BY SIZE INTO WS-SHOW-LINE.
           PERFORM PROCEDURE-SHOW-LINE.
       PROCEDURE-HOLIDAY-CHANGES-RUNS.
      *runs in the history between the two dates that started
      *before a business-day change were worked on the calendar as
      *it stood then, and would come out differently now
           MOVE 0 TO WS-HCH-RUN-COUNT.
           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "runs worked before a change:"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               PERFORM UNTIL WS-HISTORY-AT-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HISTORY-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-HISTORY-AT-EOF THEN
                       PERFORM PROCEDURE-HOLIDAY-CHANGES-RUN
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE SPACES TO WS-SHOW-LINE
               STRING WS-HCH-RUN-COUNT " run(s) affected"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-HOLIDAY-CHANGES-RUN.
           MOVE SPACES TO WS-HIS-FIELDS.
           UNSTRING HISTORY-RECORD DELIMITED BY " | "
               INTO WS-HIS-TYPE WS-HIS-PROFILE WS-HIS-INPUT
                   WS-HIS-START WS-HIS-END WS-HIS-PROCESSED
                   WS-HIS-REJECTS WS-HIS-RESTART WS-HIS-RC
           END-UNSTRING.
           MOVE WS-HIS-START(1:8) TO WS-HCH-RUN-DATE.
           MOVE 0 TO WS-HCH-LATER.
           IF WS-HCH-RUN-DATE IS NUMERIC
               AND WS-HCH-RUN-DATE >= WS-HCH-FROM
               AND WS-HCH-RUN-DATE <= WS-HCH-TO THEN
               PERFORM VARYING WS-HCH-IDX FROM 1 BY 1
                   UNTIL WS-HCH-IDX > WS-HCH-SET-COUNT
                   IF WS-HCH-DATE(WS-HCH-IDX) > WS-HCH-RUN-DATE THEN
                       ADD 1 TO WS-HCH-LATER
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HCH-LATER > 0 THEN
               ADD 1 TO WS-HCH-RUN-COUNT
               MOVE SPACES TO WS-SHOW-LINE
               STRING "  " FUNCTION TRIM(HISTORY-RECORD) " - "
                   WS-HCH-LATER " later change(s)"
                   DELIMITED BY SIZE INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-HOLIDAY-CALENDAR.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "CHOOSE BIZDATE HOLIDAY CALENDAR(S)"
               PERFORM PROCEDURE-FORMAT-CAL-SET
               DISPLAY "active set: "
                   FUNCTION TRIM(WS-CAL-SET-DISPLAY)
               DISPLAY "name two or more calendars for a joint set"
               DISPLAY " "
               DISPLAY "calendar(s): " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
      *a name the master does not know leaves the old set in place
           MOVE WS-CAL-SET-COUNT TO WS-CAL-SAVE-SET-COUNT.
           MOVE WS-CAL-SET-TABLE TO WS-CAL-SAVE-SET-TABLE.
           MOVE TP-STR-A TO WS-CAL-SET-INPUT.
           PERFORM PROCEDURE-PARSE-CAL-SET.
           PERFORM PROCEDURE-CHECK-CAL-SET.
           IF NOT WS-CAL-SET-IS-VALID THEN
               MOVE WS-CAL-SAVE-SET-COUNT TO WS-CAL-SET-COUNT
               MOVE WS-CAL-SAVE-SET-TABLE TO WS-CAL-SET-TABLE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "active calendar set is unchanged"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               MOVE 0 TO WS-HOL-LIST-COUNT
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                   MOVE WS-HOL-CALENDAR(WS-HOL-IDX)
                       TO WS-CAL-CHECK-NAME
                   PERFORM PROCEDURE-CAL-IN-SET
                   IF WS-CAL-IS-IN-SET THEN
                       ADD 1 TO WS-HOL-LIST-COUNT
                   END-IF
               END-PERFORM
               PERFORM PROCEDURE-FORMAT-CAL-SET
               MOVE WS-CAL-SET-WEEKEND TO WS-CMS-MASK
               PERFORM PROCEDURE-FORMAT-WEEKEND
               MOVE SPACES TO WS-SHOW-LINE
               STRING "active calendar set is now "
                   FUNCTION TRIM(WS-CAL-SET-DISPLAY)
                   " (" WS-HOL-LIST-COUNT " holiday(s), weekend "
                   FUNCTION TRIM(WS-CMS-WKD-DISPLAY) ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               IF WS-HOL-LIST-COUNT = 0 THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "warning: no holidays loaded for this set"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-IF
           END-IF.
       PROCEDURE-HOLIDAY-IMPORT.
      *queue a line sequential text file for the keyed store; a
      *record is either the full layout (calendar, date, text) or a
      *legacy bare YYYYMMDD line, which lands on calendar DEFAULT.
      *each new holiday becomes a pending change for a checker
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "IMPORT HOLIDAYS FROM A TEXT FILE"
               DISPLAY "layout: calendar(8) date(8) description(30)"
               DISPLAY "a bare YYYYMMDD line goes to calendar DEFAULT"
               DISPLAY " "
               DISPLAY "file: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE TP-STR-A TO WS-IMPORT-FILENAME.
           MOVE 0 TO WS-IMPORT-ADD-COUNT.
           MOVE 0 TO WS-IMPORT-DUP-COUNT.
           MOVE 0 TO WS-IMPORT-BAD-COUNT.
           MOVE "N" TO WS-IMPORT-EOF.
           OPEN INPUT IMPORT-FILE.
           IF WS-IMPORT-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not open import file "
                   FUNCTION TRIM(WS-IMPORT-FILENAME)
                   " (file status " WS-IMPORT-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM PROCEDURE-IMPORT-PRESCAN
           END-IF.
           IF WS-IMPORT-STATUS = "00" AND NOT WS-CTL-IS-BAD THEN
               PERFORM PROCEDURE-CHECK-OPERATOR
               IF WS-PENDING-IS-OK THEN
                   PERFORM PROCEDURE-LOAD-PENDING
               END-IF
               IF WS-PENDING-IS-OK THEN
                   PERFORM PROCEDURE-PENDING-OPEN
               END-IF
               IF NOT WS-PENDING-IS-OK THEN
                   CLOSE IMPORT-FILE
               ELSE
                   PERFORM UNTIL WS-IMPORT-AT-EOF
                       READ IMPORT-FILE
                           AT END
                               SET WS-IMPORT-AT-EOF TO TRUE
                       END-READ
                       IF NOT WS-IMPORT-AT-EOF
                       END-IF
                   END-PERFORM
                   CLOSE IMPORT-FILE
                   CLOSE PENDING-FILE
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "queued " WS-IMPORT-ADD-COUNT
                       " holiday(s) for approval, " WS-IMPORT-DUP-COUNT
                       " duplicate(s), " WS-IMPORT-BAD-COUNT
                       " invalid" INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
           MOVE WS-HOL-IN-DATE(7:2) TO WS-VALIDATE-DAY.
           PERFORM PROCEDURE-VALIDATE-DATE-PARTS.
       PROCEDURE-IMPORT-RECORD.
      *a holiday already in the store or already waiting for a
      *checker counts as a duplicate
           PERFORM PROCEDURE-PARSE-IMPORT-RECORD.
           IF NOT WS-DATE-IS-VALID THEN
               ADD 1 TO WS-IMPORT-BAD-COUNT
           ELSE IF WS-HOLIDAY-COUNT + WS-PENDING-COUNT >= 5000 THEN
      *stop short of the table limit or the next load cannot run
               ADD 1 TO WS-IMPORT-BAD-COUNT
           ELSE
               PERFORM PROCEDURE-FIND-HOLIDAY
               IF NOT WS-HOL-IS-FOUND THEN
                   PERFORM PROCEDURE-PENDING-FIND-CHANGE
               END-IF
               IF WS-HOL-IS-FOUND OR WS-PND-IS-FOUND THEN
                   ADD 1 TO WS-IMPORT-DUP-COUNT
               ELSE IF WS-PENDING-COUNT >= 1000 THEN
                   ADD 1 TO WS-IMPORT-BAD-COUNT
               ELSE
                   MOVE "A" TO WS-PND-IN-ACTION
                   PERFORM PROCEDURE-PENDING-ADD
                   IF WS-PENDING-IS-OK THEN
                       ADD 1 TO WS-IMPORT-ADD-COUNT
                   ELSE
                       ADD 1 TO WS-IMPORT-BAD-COUNT
                       MOVE "Y" TO WS-PENDING-OK
                   END-IF
               END-IF
               END-IF
           END-IF.
       PROCEDURE-HOLIDAY-TRIAL.
      *dry run of an import: read the same file, write nothing, and
           STRING "nothing was written; run hol import to commit"
               INTO WS-SHOW-LINE.
           PERFORM PROCEDURE-SHOW-LINE.
       PROCEDURE-HOLIDAY-GENERATE.
      *turn a holiday rules file into dated holidays for a range of
      *years, written in the import layout with control records so
      *the file goes straight through hol trial and hol import
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "GENERATE HOLIDAYS FROM A RULES FILE"
               DISPLAY "rule: calendar(8) type(F/N/L/E) month day"
               DISPLAY "      nth offset observance(N/W/M) text"
               DISPLAY "output is in the hol import layout"
               DISPLAY " "
               DISPLAY "rules file: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE TP-STR-A TO WS-HOLRULE-FILENAME.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "first year (YYYY): " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE TP-STR-A TO TP-STR-B.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "last year (YYYY): " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE "N" TO WS-DATE-VALID.
           IF TP-STR-B(1:4) IS NUMERIC AND TP-STR-B(5:) = SPACES
               AND TP-STR-A(1:4) IS NUMERIC
               AND TP-STR-A(5:) = SPACES THEN
               MOVE TP-STR-B(1:4) TO WS-HGEN-FIRST-YEAR
               MOVE TP-STR-A(1:4) TO WS-HGEN-LAST-YEAR
      *one year of margin each side for an observed day that moves
      *across the new year
               IF WS-HGEN-FIRST-YEAR >= 1602
                   AND WS-HGEN-LAST-YEAR <= 9998
                   AND WS-HGEN-FIRST-YEAR <= WS-HGEN-LAST-YEAR THEN
                   SET WS-DATE-IS-VALID TO TRUE
               END-IF
           END-IF.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "output file: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE TP-STR-A TO WS-IMPORT-FILENAME.
           IF NOT WS-DATE-IS-VALID THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: years must be YYYY between 1602 and"
                   " 9998, first not after last" INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE IF WS-IMPORT-FILENAME = SPACES THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: no output file given" INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM PROCEDURE-HGEN-RUN
           END-IF
           END-IF.
       PROCEDURE-HGEN-RUN.
           MOVE 0 TO WS-HGEN-RULE-COUNT.
           MOVE 0 TO WS-HGEN-BAD-COUNT.
           MOVE 0 TO WS-HGEN-OUT-COUNT.
           MOVE 0 TO WS-HGEN-DUP-COUNT.
           MOVE "N" TO WS-HOLRULE-EOF.
           OPEN INPUT HOLRULE-FILE.
           IF WS-HOLRULE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not open holiday rules file "
                   FUNCTION TRIM(WS-HOLRULE-FILENAME)
                   " (file status " WS-HOLRULE-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-HOLRULE-AT-EOF
                   READ HOLRULE-FILE
                       AT END
                           SET WS-HOLRULE-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-HOLRULE-AT-EOF
                       AND HOLRULE-RECORD NOT = SPACES
                       AND HOLRULE-RECORD(1:1) NOT = "*" THEN
                       PERFORM PROCEDURE-HGEN-LOAD-RULE
                   END-IF
               END-PERFORM
               CLOSE HOLRULE-FILE
               IF WS-HGEN-RULE-COUNT = 0 THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: no usable rules in "
                       FUNCTION TRIM(WS-HOLRULE-FILENAME)
                       " (" WS-HGEN-BAD-COUNT " invalid)"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               ELSE
                   PERFORM PROCEDURE-HGEN-WRITE-FILE
               END-IF
           END-IF.
       PROCEDURE-HGEN-WRITE-FILE.
           OPEN OUTPUT IMPORT-FILE.
           IF WS-IMPORT-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not open output file "
                   FUNCTION TRIM(WS-IMPORT-FILENAME)
                   " (file status " WS-IMPORT-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               MOVE SPACES TO WS-CTL-LINE
               STRING "HDR DATING " WS-CURRENT-DATE " "
                   FUNCTION TRIM(WS-HOLRULE-FILENAME)
                   INTO WS-CTL-LINE
               WRITE IMPORT-RECORD FROM WS-CTL-LINE
               PERFORM VARYING WS-HGEN-YEAR FROM WS-HGEN-FIRST-YEAR
                   BY 1 UNTIL WS-HGEN-YEAR > WS-HGEN-LAST-YEAR
                   PERFORM PROCEDURE-HGEN-YEAR
               END-PERFORM
               MOVE SPACES TO WS-CTL-LINE
               STRING "TRL " WS-HGEN-OUT-COUNT INTO WS-CTL-LINE
               WRITE IMPORT-RECORD FROM WS-CTL-LINE
               CLOSE IMPORT-FILE
               MOVE SPACES TO WS-SHOW-LINE
               STRING "generated " WS-HGEN-OUT-COUNT
                   " holiday(s) from " WS-HGEN-RULE-COUNT
                   " rule(s) for " WS-HGEN-FIRST-YEAR "-"
                   WS-HGEN-LAST-YEAR " into "
                   FUNCTION TRIM(WS-IMPORT-FILENAME)
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               IF WS-HGEN-DUP-COUNT > 0 THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "warning: " WS-HGEN-DUP-COUNT
                       " date(s) fell on a holiday already generated"
                       " and were dropped" INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-IF
               IF WS-HGEN-BAD-COUNT > 0 THEN
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "warning: " WS-HGEN-BAD-COUNT
                       " invalid rule(s) were skipped"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
                   SET WS-BATCH-HAD-ERROR TO TRUE
               END-IF
           END-IF.
       PROCEDURE-HGEN-LOAD-RULE.
           MOVE "N" TO WS-HGEN-RULE-VALID.
           IF HRL-REC-CALENDAR NOT = SPACES
               AND (HRL-REC-OBSERVE = "N" OR HRL-REC-OBSERVE = "W"
                   OR HRL-REC-OBSERVE = "M"
                   OR HRL-REC-OBSERVE = SPACE)
               AND (HRL-REC-FROM-YEAR IS NUMERIC
                   OR HRL-REC-FROM-YEAR = SPACES)
               AND (HRL-REC-TO-YEAR IS NUMERIC
                   OR HRL-REC-TO-YEAR = SPACES) THEN
               IF HRL-REC-TYPE = "E" THEN
                   IF HRL-REC-OFFSET IS NUMERIC
                       AND (HRL-REC-OFFSET-SIGN = "+"
                           OR HRL-REC-OFFSET-SIGN = "-"
                           OR HRL-REC-OFFSET-SIGN = SPACE) THEN
                       SET WS-HGEN-RULE-IS-VALID TO TRUE
                   END-IF
               ELSE IF (HRL-REC-TYPE = "F" OR HRL-REC-TYPE = "N"
                       OR HRL-REC-TYPE = "L")
                   AND HRL-REC-MONTH IS NUMERIC
                   AND HRL-REC-DAY IS NUMERIC THEN
      *a fixed date is checked against a leap year so 29 feb passes;
      *in other years that rule simply produces nothing
                   MOVE 2000 TO WS-VALIDATE-YEAR
                   MOVE HRL-REC-MONTH TO WS-VALIDATE-MONTH
                   MOVE HRL-REC-DAY TO WS-VALIDATE-DAY
                   IF HRL-REC-TYPE = "F" THEN
                       PERFORM PROCEDURE-VALIDATE-DATE-PARTS
                       MOVE WS-DATE-VALID TO WS-HGEN-RULE-VALID
                   ELSE IF WS-VALIDATE-MONTH >= 1
                       AND WS-VALIDATE-MONTH <= 12
                       AND WS-VALIDATE-DAY <= 6 THEN
                       IF HRL-REC-TYPE = "L" THEN
                           SET WS-HGEN-RULE-IS-VALID TO TRUE
                       ELSE IF HRL-REC-NTH >= "1"
                           AND HRL-REC-NTH <= "4" THEN
                           SET WS-HGEN-RULE-IS-VALID TO TRUE
                       END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-HGEN-RULE-IS-VALID AND WS-HGEN-RULE-COUNT < 300 THEN
               ADD 1 TO WS-HGEN-RULE-COUNT
               MOVE FUNCTION UPPER-CASE(HRL-REC-CALENDAR)
                   TO WS-HGR-CALENDAR(WS-HGEN-RULE-COUNT)
               MOVE HRL-REC-TYPE TO WS-HGR-TYPE(WS-HGEN-RULE-COUNT)
               MOVE 0 TO WS-HGR-MONTH(WS-HGEN-RULE-COUNT)
               MOVE 0 TO WS-HGR-DAY(WS-HGEN-RULE-COUNT)
               MOVE 0 TO WS-HGR-NTH(WS-HGEN-RULE-COUNT)
               MOVE 0 TO WS-HGR-OFFSET(WS-HGEN-RULE-COUNT)
               IF HRL-REC-TYPE = "E" THEN
                   MOVE HRL-REC-OFFSET
                       TO WS-HGR-OFFSET(WS-HGEN-RULE-COUNT)
                   IF HRL-REC-OFFSET-SIGN = "-" THEN
                       COMPUTE WS-HGR-OFFSET(WS-HGEN-RULE-COUNT) =
                           0 - WS-HGR-OFFSET(WS-HGEN-RULE-COUNT)
                   END-IF
               ELSE
                   MOVE HRL-REC-MONTH
                       TO WS-HGR-MONTH(WS-HGEN-RULE-COUNT)
                   MOVE HRL-REC-DAY TO WS-HGR-DAY(WS-HGEN-RULE-COUNT)
                   IF HRL-REC-TYPE = "N" THEN
                       MOVE HRL-REC-NTH
                           TO WS-HGR-NTH(WS-HGEN-RULE-COUNT)
                   END-IF
               END-IF
               MOVE HRL-REC-OBSERVE
                   TO WS-HGR-OBSERVE(WS-HGEN-RULE-COUNT)
               MOVE HRL-REC-DESC TO WS-HGR-DESC(WS-HGEN-RULE-COUNT)
               MOVE 0 TO WS-HGR-FROM-YEAR(WS-HGEN-RULE-COUNT)
               MOVE 9999 TO WS-HGR-TO-YEAR(WS-HGEN-RULE-COUNT)
               IF HRL-REC-FROM-YEAR IS NUMERIC THEN
                   MOVE HRL-REC-FROM-YEAR
                       TO WS-HGR-FROM-YEAR(WS-HGEN-RULE-COUNT)
               END-IF
               IF HRL-REC-TO-YEAR IS NUMERIC THEN
                   MOVE HRL-REC-TO-YEAR
                       TO WS-HGR-TO-YEAR(WS-HGEN-RULE-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-HGEN-BAD-COUNT
           END-IF.
       PROCEDURE-HGEN-YEAR.
      *two passes: dates that stand as they are go in first, so a
      *moved weekend holiday can see every fixed one when it looks
      *for a free weekday
           MOVE 0 TO WS-HGEN-YEAR-COUNT.
           PERFORM PROCEDURE-HGEN-EASTER.
           PERFORM VARYING WS-HGEN-PASS FROM 1 BY 1
               UNTIL WS-HGEN-PASS > 2
               PERFORM VARYING WS-HGEN-RULE-IDX FROM 1 BY 1
                   UNTIL WS-HGEN-RULE-IDX > WS-HGEN-RULE-COUNT
                   IF WS-HGEN-YEAR
                       >= WS-HGR-FROM-YEAR(WS-HGEN-RULE-IDX)
                       AND WS-HGEN-YEAR
                       <= WS-HGR-TO-YEAR(WS-HGEN-RULE-IDX) THEN
                       PERFORM PROCEDURE-HGEN-APPLY-RULE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM PROCEDURE-HGEN-SORT-YEAR.
           PERFORM VARYING WS-HGEN-IDX FROM 1 BY 1
               UNTIL WS-HGEN-IDX > WS-HGEN-YEAR-COUNT
               MOVE SPACES TO IMPORT-RECORD
               MOVE WS-HGY-CALENDAR(WS-HGEN-IDX) TO IMP-REC-CALENDAR
               MOVE WS-HGY-DATE(WS-HGEN-IDX) TO IMP-REC-DATE
               MOVE WS-HGY-DESC(WS-HGEN-IDX) TO IMP-REC-DESC
               WRITE IMPORT-RECORD
               ADD 1 TO WS-HGEN-OUT-COUNT
           END-PERFORM.
       PROCEDURE-HGEN-APPLY-RULE.
      *work out this year's date for one rule, then whether the
      *weekend observance moves it
           SET WS-HGEN-DOES-APPLY TO TRUE.
           IF WS-HGR-TYPE(WS-HGEN-RULE-IDX) = "E" THEN
               COMPUTE WS-HGEN-INT = WS-EASTER-INT
                   + WS-HGR-OFFSET(WS-HGEN-RULE-IDX)
           ELSE
               MOVE WS-HGEN-YEAR TO WS-VALIDATE-YEAR
               MOVE WS-HGR-MONTH(WS-HGEN-RULE-IDX) TO WS-VALIDATE-MONTH
               PERFORM PROCEDURE-DAYS-IN-MONTH
               MOVE WS-HGEN-YEAR TO WS-HGEN-DATE-YEAR
               MOVE WS-HGR-MONTH(WS-HGEN-RULE-IDX)
                   TO WS-HGEN-DATE-MONTH
               IF WS-HGR-TYPE(WS-HGEN-RULE-IDX) = "F" THEN
                   IF WS-HGR-DAY(WS-HGEN-RULE-IDX)
                       > WS-DAYS-IN-MONTH THEN
                       MOVE "N" TO WS-HGEN-APPLIES
                       MOVE 1 TO WS-HGEN-DATE-DAY
                   ELSE
                       MOVE WS-HGR-DAY(WS-HGEN-RULE-IDX)
                           TO WS-HGEN-DATE-DAY
                   END-IF
                   COMPUTE WS-HGEN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-HGEN-DATE)
               ELSE IF WS-HGR-TYPE(WS-HGEN-RULE-IDX) = "N" THEN
                   MOVE 1 TO WS-HGEN-DATE-DAY
                   COMPUTE WS-HGEN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-HGEN-DATE)
                   COMPUTE WS-HGEN-DOW = FUNCTION MOD(WS-HGEN-INT, 7)
                   COMPUTE WS-HGEN-INT = WS-HGEN-INT
                       + FUNCTION MOD(WS-HGR-DAY(WS-HGEN-RULE-IDX)
                           - WS-HGEN-DOW + 7, 7)
                       + ((WS-HGR-NTH(WS-HGEN-RULE-IDX) - 1) * 7)
               ELSE
                   MOVE WS-DAYS-IN-MONTH TO WS-HGEN-DATE-DAY
                   COMPUTE WS-HGEN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-HGEN-DATE)
                   COMPUTE WS-HGEN-DOW = FUNCTION MOD(WS-HGEN-INT, 7)
                   COMPUTE WS-HGEN-INT = WS-HGEN-INT
                       - FUNCTION MOD(WS-HGEN-DOW
                           - WS-HGR-DAY(WS-HGEN-RULE-IDX) + 7, 7)
               END-IF
               END-IF
           END-IF.
      *the weekend is the rule's own calendar's from the master
           MOVE WS-HGR-CALENDAR(WS-HGEN-RULE-IDX) TO WS-CMS-CHECK-NAME.
           PERFORM PROCEDURE-CAL-WEEKEND.
           COMPUTE WS-HGEN-DOW = FUNCTION MOD(WS-HGEN-INT, 7).
           MOVE "N" TO WS-HGEN-SHIFTS.
           IF (WS-HGR-OBSERVE(WS-HGEN-RULE-IDX) = "W"
               OR WS-HGR-OBSERVE(WS-HGEN-RULE-IDX) = "M")
               AND WS-CMS-MASK-DAY(WS-HGEN-DOW + 1) = "Y" THEN
               SET WS-HGEN-NEEDS-SHIFT TO TRUE
           END-IF.
           IF WS-HGEN-DOES-APPLY
               AND ((WS-HGEN-PASS = 1 AND NOT WS-HGEN-NEEDS-SHIFT)
               OR (WS-HGEN-PASS = 2 AND WS-HGEN-NEEDS-SHIFT)) THEN
               IF WS-HGEN-NEEDS-SHIFT THEN
                   PERFORM PROCEDURE-HGEN-OBSERVE
               END-IF
               COMPUTE WS-HGEN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-HGEN-INT)
               PERFORM PROCEDURE-HGEN-FIND
               IF WS-HGEN-IS-FOUND THEN
                   ADD 1 TO WS-HGEN-DUP-COUNT
               ELSE
                   ADD 1 TO WS-HGEN-YEAR-COUNT
                   MOVE WS-HGR-CALENDAR(WS-HGEN-RULE-IDX)
                       TO WS-HGY-CALENDAR(WS-HGEN-YEAR-COUNT)
                   MOVE WS-HGEN-DATE
                       TO WS-HGY-DATE(WS-HGEN-YEAR-COUNT)
                   MOVE WS-HGR-DESC(WS-HGEN-RULE-IDX)
                       TO WS-HGY-DESC(WS-HGEN-YEAR-COUNT)
               END-IF
           END-IF.
       PROCEDURE-HGEN-OBSERVE.
      *expects the calendar's weekend in WS-CMS-MASK.
      *W: kept on the nearest working day, a tie going forward, so
      *on a saturday and sunday weekend saturday is kept on the
      *friday before and sunday on the monday after. M: moves
      *forward to the first working day that is not already a
      *holiday on the same calendar, so a boxing day behind a
      *christmas on the weekend lands on the tuesday
           IF WS-HGR-OBSERVE(WS-HGEN-RULE-IDX) = "W" THEN
               MOVE WS-HGEN-INT TO WS-HGEN-BACK-INT
               PERFORM UNTIL WS-CMS-MASK-DAY(WS-HGEN-DOW + 1) = "N"
                   SUBTRACT 1 FROM WS-HGEN-BACK-INT
                   COMPUTE WS-HGEN-DOW =
                       FUNCTION MOD(WS-HGEN-BACK-INT, 7)
               END-PERFORM
               MOVE WS-HGEN-INT TO WS-HGEN-FWD-INT
               COMPUTE WS-HGEN-DOW = FUNCTION MOD(WS-HGEN-FWD-INT, 7)
               PERFORM UNTIL WS-CMS-MASK-DAY(WS-HGEN-DOW + 1) = "N"
                   ADD 1 TO WS-HGEN-FWD-INT
                   COMPUTE WS-HGEN-DOW =
                       FUNCTION MOD(WS-HGEN-FWD-INT, 7)
               END-PERFORM
               IF WS-HGEN-INT - WS-HGEN-BACK-INT
                   < WS-HGEN-FWD-INT - WS-HGEN-INT THEN
                   MOVE WS-HGEN-BACK-INT TO WS-HGEN-INT
               ELSE
                   MOVE WS-HGEN-FWD-INT TO WS-HGEN-INT
               END-IF
           ELSE
               SET WS-HGEN-IS-FOUND TO TRUE
               PERFORM UNTIL NOT WS-HGEN-IS-FOUND
                   ADD 1 TO WS-HGEN-INT
                   COMPUTE WS-HGEN-DOW = FUNCTION MOD(WS-HGEN-INT, 7)
                   IF WS-CMS-MASK-DAY(WS-HGEN-DOW + 1) = "Y" THEN
                       SET WS-HGEN-IS-FOUND TO TRUE
                   ELSE
                       COMPUTE WS-HGEN-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-HGEN-INT)
                       PERFORM PROCEDURE-HGEN-FIND
                   END-IF
               END-PERFORM
           END-IF.
       PROCEDURE-HGEN-FIND.
      *expects WS-HGEN-DATE and the rule in WS-HGEN-RULE-IDX;
      *answers whether that calendar already has the date this year
           MOVE "N" TO WS-HGEN-FOUND.
           PERFORM VARYING WS-HGEN-IDX FROM 1 BY 1
               UNTIL WS-HGEN-IDX > WS-HGEN-YEAR-COUNT
                   OR WS-HGEN-IS-FOUND
               IF WS-HGY-CALENDAR(WS-HGEN-IDX)
                   = WS-HGR-CALENDAR(WS-HGEN-RULE-IDX)
                   AND WS-HGY-DATE(WS-HGEN-IDX) = WS-HGEN-DATE THEN
                   SET WS-HGEN-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
       PROCEDURE-HGEN-SORT-YEAR.
      *insertion sort on calendar then date, the order hol list and
      *the holiday store use
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WS-HGEN-YEAR-COUNT
               MOVE WS-HGEN-YEAR-ITEM(WS-SORT-I) TO WS-HGEN-HOLD
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               PERFORM UNTIL WS-SORT-J < 1
                   OR WS-HGEN-YEAR-ITEM(WS-SORT-J)(1:16)
                       <= WS-HGEN-HOLD(1:16)
                   MOVE WS-HGEN-YEAR-ITEM(WS-SORT-J)
                       TO WS-HGEN-YEAR-ITEM(WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-HGEN-HOLD TO WS-HGEN-YEAR-ITEM(WS-SORT-J + 1)
           END-PERFORM.
       PROCEDURE-HGEN-EASTER.
      *easter sunday of WS-HGEN-YEAR as an integer date
           COMPUTE WS-EAS-A = FUNCTION MOD(WS-HGEN-YEAR, 19).
           COMPUTE WS-EAS-B = WS-HGEN-YEAR / 100.
           COMPUTE WS-EAS-C = FUNCTION MOD(WS-HGEN-YEAR, 100).
           COMPUTE WS-EAS-D = WS-EAS-B / 4.
           COMPUTE WS-EAS-E = FUNCTION MOD(WS-EAS-B, 4).
           COMPUTE WS-EAS-F = (WS-EAS-B + 8) / 25.
           COMPUTE WS-EAS-G = (WS-EAS-B - WS-EAS-F + 1) / 3.
           COMPUTE WS-EAS-H = FUNCTION MOD((19 * WS-EAS-A) + WS-EAS-B
               - WS-EAS-D - WS-EAS-G + 15, 30).
           COMPUTE WS-EAS-I = WS-EAS-C / 4.
           COMPUTE WS-EAS-K = FUNCTION MOD(WS-EAS-C, 4).
           COMPUTE WS-EAS-L = FUNCTION MOD(32 + (2 * WS-EAS-E)
               + (2 * WS-EAS-I) - WS-EAS-H - WS-EAS-K, 7).
           COMPUTE WS-EAS-M = (WS-EAS-A + (11 * WS-EAS-H)
               + (22 * WS-EAS-L)) / 451.
           COMPUTE WS-EAS-N = WS-EAS-H + WS-EAS-L - (7 * WS-EAS-M)
               + 114.
           COMPUTE WS-EASTER-DATE = (WS-HGEN-YEAR * 10000)
               + (FUNCTION INTEGER(WS-EAS-N / 31) * 100)
               + FUNCTION MOD(WS-EAS-N, 31) + 1.
           COMPUTE WS-EASTER-INT =
               FUNCTION INTEGER-OF-DATE(WS-EASTER-DATE).
       PROCEDURE-CAL-LIST.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "CALENDAR MASTER"
               DISPLAY "calendar, description, A active or I inactive"
                   " and the weekend days"
               DISPLAY " "
           END-IF.
           IF NOT WS-CALMAST-IS-PRESENT THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "no calendar master "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   ", every calendar takes saturday and sunday off"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           ELSE
               PERFORM VARYING WS-CMS-IDX FROM 1 BY 1
                   UNTIL WS-CMS-IDX > WS-CALMAST-COUNT
                   MOVE WS-CMS-WEEKEND(WS-CMS-IDX) TO WS-CMS-MASK
                   PERFORM PROCEDURE-FORMAT-WEEKEND
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING WS-CMS-NAME(WS-CMS-IDX) " "
                       WS-CMS-DESC(WS-CMS-IDX) " "
                       WS-CMS-STATUS(WS-CMS-IDX) " "
                       WS-CMS-WKD-DISPLAY INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-PERFORM
               MOVE SPACES TO WS-SHOW-LINE
               STRING WS-CALMAST-COUNT " calendar(s) listed"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-CAL-SET.
      *add a calendar to the master or change one already on it;
      *all four lines are read before anything is checked so a
      *batch command file never reads one line off
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "---------------------------------------------"
               DISPLAY "ADD OR CHANGE A CALENDAR"
               DISPLAY "weekend days by name, e.g. sat sun or fri sat,"
                   " none for a seven day week"
               DISPLAY "leave a line blank to keep what is there"
               DISPLAY " "
               DISPLAY "calendar: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE FUNCTION UPPER-CASE(TP-STR-A(1:8)) TO WS-CMS-IN-NAME.
           MOVE WS-CMS-IN-NAME TO WS-CMS-CHECK-NAME.
           PERFORM PROCEDURE-CALMAST-FIND.
           IF WS-CMS-IS-FOUND AND NOT WS-BATCH-MODE-ON THEN
               MOVE WS-CMS-WEEKEND(WS-CMS-IDX) TO WS-CMS-MASK
               PERFORM PROCEDURE-FORMAT-WEEKEND
               DISPLAY "now: " WS-CMS-DESC(WS-CMS-IDX) " "
                   WS-CMS-STATUS(WS-CMS-IDX) " "
                   FUNCTION TRIM(WS-CMS-WKD-DISPLAY)
           END-IF.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "description: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE TP-STR-A(1:30) TO WS-CMS-IN-DESC.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "weekend days: " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE FUNCTION LOWER-CASE(TP-STR-A) TO WS-CMS-IN-WEEKEND.
           IF NOT WS-BATCH-MODE-ON THEN
               DISPLAY "active (y/n): " WITH NO ADVANCING
           END-IF.
           PERFORM PROCEDURE-ACCEPT-LINE.
           MOVE FUNCTION UPPER-CASE(TP-STR-A(1:1)) TO WS-CMS-IN-STATUS.

           MOVE "Y" TO WS-CMS-INPUT-VALID.
           IF WS-CMS-IN-NAME = SPACES THEN
               MOVE "N" TO WS-CMS-INPUT-VALID
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: a calendar name is required"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
           IF WS-CMS-INPUT-IS-VALID THEN
               IF WS-CMS-IN-DESC = SPACES AND WS-CMS-IS-FOUND THEN
                   MOVE WS-CMS-DESC(WS-CMS-IDX) TO WS-CMS-IN-DESC
               END-IF
               IF WS-CMS-IN-WEEKEND NOT = SPACES THEN
                   PERFORM PROCEDURE-CAL-PARSE-WEEKEND
               ELSE IF WS-CMS-IS-FOUND THEN
                   MOVE WS-CMS-WEEKEND(WS-CMS-IDX) TO WS-CMS-MASK
               ELSE
                   MOVE "YNNNNNY" TO WS-CMS-MASK
               END-IF
               END-IF
           END-IF.
           IF WS-CMS-INPUT-IS-VALID THEN
               IF WS-CMS-IN-STATUS = "Y" THEN
                   MOVE "A" TO WS-CMS-IN-STATUS
               ELSE IF WS-CMS-IN-STATUS = "N" THEN
                   MOVE "I" TO WS-CMS-IN-STATUS
               ELSE IF WS-CMS-IN-STATUS = SPACE
                   AND WS-CMS-IS-FOUND THEN
                   MOVE WS-CMS-STATUS(WS-CMS-IDX) TO WS-CMS-IN-STATUS
               ELSE IF WS-CMS-IN-STATUS = SPACE THEN
                   MOVE "A" TO WS-CMS-IN-STATUS
               ELSE
                   MOVE "N" TO WS-CMS-INPUT-VALID
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "error: answer y or n for active"
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF NOT WS-CMS-INPUT-IS-VALID THEN
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               PERFORM PROCEDURE-CALMAST-WRITE
               IF WS-CMS-UPDATED THEN
                   PERFORM PROCEDURE-FORMAT-WEEKEND
                   PERFORM PROCEDURE-LOAD-CALMAST
                   MOVE SPACES TO WS-SHOW-LINE
                   STRING "calendar " FUNCTION TRIM(WS-CMS-IN-NAME)
                       " saved, status " WS-CMS-IN-STATUS
                       ", weekend " FUNCTION TRIM(WS-CMS-WKD-DISPLAY)
                       INTO WS-SHOW-LINE
                   PERFORM PROCEDURE-SHOW-LINE
      *the change may leave the active set with a calendar that is
      *now inactive or with no working day; fall back to DEFAULT
                   PERFORM PROCEDURE-CHECK-CAL-SET
                   IF NOT WS-CAL-SET-IS-VALID THEN
                       MOVE 1 TO WS-CAL-SET-COUNT
                       MOVE SPACES TO WS-CAL-SET-TABLE
                       MOVE "DEFAULT" TO WS-CAL-SET-NAME(1)
                       MOVE SPACES TO WS-SHOW-LINE
                       STRING "warning: active calendar set is now"
                           " DEFAULT" INTO WS-SHOW-LINE
                       PERFORM PROCEDURE-SHOW-LINE
                   END-IF
               END-IF
           END-IF.
       PROCEDURE-CAL-PARSE-WEEKEND.
      *day names (three letters are enough) separated by spaces or
      *commas into WS-CMS-MASK; none gives a seven day week
           MOVE "NNNNNNN" TO WS-CMS-MASK.
           IF FUNCTION TRIM(WS-CMS-IN-WEEKEND) NOT = "none" THEN
               INSPECT WS-CMS-IN-WEEKEND REPLACING ALL "," BY " "
               MOVE SPACES TO WS-CMS-DAY-TOKENS
               UNSTRING FUNCTION TRIM(WS-CMS-IN-WEEKEND)
                   DELIMITED BY ALL " "
                   INTO WS-CMS-DAY-TOKEN(1) WS-CMS-DAY-TOKEN(2)
                       WS-CMS-DAY-TOKEN(3) WS-CMS-DAY-TOKEN(4)
                       WS-CMS-DAY-TOKEN(5) WS-CMS-DAY-TOKEN(6)
                       WS-CMS-DAY-TOKEN(7)
               END-UNSTRING
               PERFORM VARYING WS-CMS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-CMS-TOK-IDX > 7
                       OR NOT WS-CMS-INPUT-IS-VALID
                   IF WS-CMS-DAY-TOKEN(WS-CMS-TOK-IDX) NOT = SPACES
                       THEN
                       MOVE "N" TO WS-CMS-DAY-FOUND
                       PERFORM VARYING WS-CMS-WKD-IDX FROM 1 BY 1
                           UNTIL WS-CMS-WKD-IDX > 7
                           IF WS-CMS-DAY-TOKEN(WS-CMS-TOK-IDX)(1:3)
                               = FUNCTION LOWER-CASE(
                                   WS-DOW-NAME(WS-CMS-WKD-IDX)(1:3))
                               THEN
                               MOVE "Y" TO
                                   WS-CMS-MASK-DAY(WS-CMS-WKD-IDX)
                               SET WS-CMS-DAY-IS-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT WS-CMS-DAY-IS-FOUND THEN
                           MOVE WS-CMS-DAY-TOKEN(WS-CMS-TOK-IDX)
                               TO WS-CMS-BAD-TOKEN
                           MOVE "N" TO WS-CMS-INPUT-VALID
                           MOVE SPACES TO WS-SHOW-LINE
                           STRING "error: "
                               FUNCTION TRIM(WS-CMS-BAD-TOKEN)
                               " is not a day of the week"
                               INTO WS-SHOW-LINE
                           PERFORM PROCEDURE-SHOW-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CMS-INPUT-IS-VALID
               AND WS-CMS-MASK = "YYYYYYY" THEN
               MOVE "N" TO WS-CMS-INPUT-VALID
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: a calendar needs at least one working"
                   " day" INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
           END-IF.
       PROCEDURE-CALMAST-WRITE.
      *keyed add or rewrite of WS-CMS-IN-* on the master; the
      *table is reloaded by the caller so memory mirrors the file
           MOVE "N" TO WS-CMS-UPD-FLAG.
           OPEN I-O CALMAST-FILE.
           IF WS-CALMAST-STATUS = "35" THEN
               OPEN OUTPUT CALMAST-FILE
           END-IF.
           IF WS-CALMAST-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-SHOW-LINE
               STRING "error: could not update calendar master "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   " (file status " WS-CALMAST-STATUS ")"
                   INTO WS-SHOW-LINE
               PERFORM PROCEDURE-SHOW-LINE
               SET WS-BATCH-HAD-ERROR TO TRUE
           ELSE
               MOVE WS-CMS-IN-NAME TO CAL-MST-NAME
               MOVE WS-CMS-IN-DESC TO CAL-MST-DESC
               MOVE WS-CMS-MASK TO CAL-MST-WEEKEND
               MOVE WS-CMS-IN-STATUS TO CAL-MST-STATUS
               IF WS-CMS-IS-FOUND THEN
                   REWRITE CALMAST-RECORD
                       INVALID KEY
                           MOVE SPACES TO WS-SHOW-LINE
                           STRING "error: calendar " WS-CMS-IN-NAME
                               " is no longer on the master"
                               INTO WS-SHOW-LINE
                           PERFORM PROCEDURE-SHOW-LINE
                           SET WS-BATCH-HAD-ERROR TO TRUE
                       NOT INVALID KEY
                           SET WS-CMS-UPDATED TO TRUE
                   END-REWRITE
               ELSE
                   WRITE CALMAST-RECORD
                       INVALID KEY
                           MOVE SPACES TO WS-SHOW-LINE
                           STRING "error: calendar " WS-CMS-IN-NAME
                               " is already on the master"
                               INTO WS-SHOW-LINE
                           PERFORM PROCEDURE-SHOW-LINE
                           SET WS-BATCH-HAD-ERROR TO TRUE
                       NOT INVALID KEY
                           SET WS-CMS-UPDATED TO TRUE
                   END-WRITE
               END-IF
               CLOSE CALMAST-FILE
           END-IF.
       PROCEDURE-IS-BIZ-DAY.
      *expects WS-BD-INT and the datecalc holiday table built for
      *the active calendar set; a day is a business day when a
      *following roll in datecalc leaves it where it is
               DISPLAY "error: refusing enrich input "
                   FUNCTION TRIM(WS-ENRICH-INFILE) ": "
                   FUNCTION TRIM(WS-CTL-MESSAGE)
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               MOVE "N" TO WS-ENRICH-EOF
               OPEN INPUT ENRICH-IN-FILE
           END-IF.
       PROCEDURE-VALIDATE-PRESCAN.
           PERFORM PROCEDURE-CTL-INIT.
           PERFORM UNTIL WS-VALIDATE-AT-EOF
               DISPLAY "error: refusing input file "
                   FUNCTION TRIM(WS-VALIDATE-INFILE) ": "
                   FUNCTION TRIM(WS-CTL-MESSAGE)
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               MOVE "N" TO WS-VALIDATE-EOF
               OPEN INPUT VALIDATE-IN-FILE
           END-IF.
       PROCEDURE-IMPORT-PRESCAN.
      *the import is a command, not a run mode, so a bad file is
      *reported and left closed instead of stopping the program
               MOVE "N" TO WS-IMPORT-EOF
               OPEN INPUT IMPORT-FILE
           END-IF.
       PROCEDURE-RUN-ABORT.
      *a run mode that cannot go on ends the program with a history
      *record; inside a job stream only the step ends, with rc 16,
      *and the stream decides what runs next
           MOVE 16 TO RETURN-CODE.
           SET WS-STEP-IS-ABORTED TO TRUE.
           IF NOT WS-STREAM-MODE-ON THEN
               PERFORM PROCEDURE-RUN-HISTORY-WRITE
               STOP RUN
           END-IF.
       PROCEDURE-OPEN-EXCEPT.
           OPEN OUTPUT EXCEPT-FILE.
           IF WS-EXCEPT-STATUS NOT = "00" THEN
               DISPLAY "error: could not open exception file "
                   FUNCTION TRIM(WS-EXCEPT-FILENAME)
                   " (file status " WS-EXCEPT-STATUS ")"
               CLOSE VALIDATE-IN-FILE
               PERFORM PROCEDURE-RUN-ABORT
           END-IF.
       PROCEDURE-ENRICH-RUN.
      *file enrichment: key, base date, signed offset and mode per
      *record; the computed date is appended and 90s go to a reject
      *file with a reason code
           MOVE "N" TO WS-STEP-ABORT.
           OPEN INPUT ENRICH-IN-FILE.
           IF WS-ENRICH-IN-STATUS NOT = "00" THEN
               DISPLAY "error: could not open enrich input file "
                   FUNCTION TRIM(WS-ENRICH-INFILE)
                   " (file status " WS-ENRICH-IN-STATUS ")"
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               PERFORM PROCEDURE-ENRICH-PRESCAN
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               OPEN OUTPUT ENRICH-OUT-FILE
               IF WS-ENRICH-OUT-STATUS NOT = "00" THEN
                   DISPLAY "error: could not open enrich output file "
                       FUNCTION TRIM(WS-ENRICH-OUTFILE)
                       " (file status " WS-ENRICH-OUT-STATUS ")"
                   CLOSE ENRICH-IN-FILE
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               OPEN OUTPUT ENRICH-REJ-FILE
               IF WS-ENRICH-REJ-STATUS NOT = "00" THEN
                   DISPLAY "error: could not open enrich reject file "
                       FUNCTION TRIM(WS-ENRICH-REJFILE)
                       " (file status " WS-ENRICH-REJ-STATUS ")"
                   CLOSE ENRICH-IN-FILE
                   CLOSE ENRICH-OUT-FILE
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-ENRICH-PROCESS
           END-IF.
       PROCEDURE-ENRICH-PROCESS.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR DATING " WS-CURRENT-DATE " "
               FUNCTION TRIM(WS-ENRICH-INFILE) INTO WS-CTL-LINE.
               IF ENR-REC-SIGN = "-" THEN
                   COMPUTE DATECALC-OFFSET = 0 - DATECALC-OFFSET
               END-IF
      *only the offset modes belong here; accrual is reached through
      *the accrual form alone
               IF ENR-REC-MODE = "D" OR ENR-REC-MODE = "B"
                   OR ENR-REC-MODE = "M" OR ENR-REC-MODE = "E" THEN
                   MOVE ENR-REC-MODE TO DATECALC-MODE
                   SET DATECALC-ROLL-NONE TO TRUE
                   CALL "DATECALC" USING DATECALC-LINKAGE
                   IF DATECALC-RETURN-CODE = 0 THEN
                       ADD 1 TO WS-ENRICH-OUT-COUNT
                       MOVE SPACES TO ENRICH-OUT-RECORD
                       STRING ENRICH-IN-RECORD(1:48) " "
                           DATECALC-OUTPUT-DATE INTO ENRICH-OUT-RECORD
                       WRITE ENRICH-OUT-RECORD
                   ELSE
                       MOVE "RC=90" TO WS-ENRICH-REASON
                       PERFORM PROCEDURE-ENRICH-REJECT
                   END-IF
               ELSE
                   MOVE "FORMAT" TO WS-ENRICH-REASON
                   PERFORM PROCEDURE-ENRICH-REJECT
               END-IF
           ELSE IF ENR-REC-DATE IS NUMERIC
               AND ENR-REC-END-DATE IS NUMERIC THEN
      *accrual form: key and start date, then the end date and the
      *convention; day count and year fraction are appended
               MOVE ENR-REC-DATE TO DATECALC-INPUT-DATE
               MOVE ENR-REC-END-DATE TO DATECALC-END-DATE
               MOVE FUNCTION UPPER-CASE(ENR-REC-CONVENTION)
                   TO DATECALC-CONVENTION
               MOVE 0 TO DATECALC-OFFSET
               SET DATECALC-MODE-ACCRUAL TO TRUE
               SET DATECALC-ROLL-NONE TO TRUE
               IF ENRICH-IN-RECORD(35:14) = SPACES THEN
                   CALL "DATECALC" USING DATECALC-LINKAGE
               ELSE
                   MOVE 90 TO DATECALC-RETURN-CODE
               END-IF
               IF DATECALC-RETURN-CODE = 0 THEN
                   ADD 1 TO WS-ENRICH-OUT-COUNT
                   MOVE DATECALC-DAY-COUNT TO WS-ACCRUAL-DAYS
                   MOVE DATECALC-YEAR-FRACTION TO WS-ACCRUAL-FRACTION
                   MOVE SPACES TO ENRICH-OUT-RECORD
                   STRING ENRICH-IN-RECORD(1:48) " "
                       WS-ACCRUAL-DAYS " " WS-ACCRUAL-FRACTION
                       INTO ENRICH-OUT-RECORD
                   WRITE ENRICH-OUT-RECORD
               ELSE
                   MOVE "RC=90" TO WS-ENRICH-REASON
           ELSE
               MOVE "FORMAT" TO WS-ENRICH-REASON
               PERFORM PROCEDURE-ENRICH-REJECT
           END-IF
           END-IF.
       PROCEDURE-ENRICH-REJECT.
           ADD 1 TO WS-ENRICH-REJ-COUNT.
      *reconciliation: classify every date in the input file and send
      *the exceptions to a file with a reason code so downstream jcl
      *can stop on a nonzero return code
           MOVE "N" TO WS-STEP-ABORT.
           OPEN INPUT VALIDATE-IN-FILE.
           IF WS-VALIDATE-IN-STATUS NOT = "00" THEN
               DISPLAY "error: could not open validate input file "
                   FUNCTION TRIM(WS-VALIDATE-INFILE)
                   " (file status " WS-VALIDATE-IN-STATUS ")"
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               PERFORM PROCEDURE-VALIDATE-PRESCAN
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-OPEN-EXCEPT
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-VALIDATE-PROCESS
           END-IF.
       PROCEDURE-VALIDATE-PROCESS.
           MOVE 0 TO WS-EXC-OUT-COUNT.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR DATING " WS-CURRENT-DATE " "
               IF WS-BD-IS-BUSINESS THEN
                   ADD 1 TO WS-VAL-OK-COUNT
               ELSE
                   IF DATECALC-WEEKEND-DAY(WS-BD-DOW + 1) = "Y" THEN
                       ADD 1 TO WS-VAL-WEEKEND-COUNT
                       MOVE "WKND" TO WS-VAL-REASON
                   ELSE
      *cut a dated file into one output file per fiscal period so
      *month-end close gets the quarter's transactions pre-sorted;
      *records outside the fiscal calendar go to the exception file
           MOVE "N" TO WS-STEP-ABORT.
           IF WS-FISCAL-COUNT = 0 THEN
               DISPLAY "error: no fiscal calendar loaded from "
                   FUNCTION TRIM(WS-FISCAL-FILENAME)
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               OPEN INPUT VALIDATE-IN-FILE
               IF WS-VALIDATE-IN-STATUS NOT = "00" THEN
                   DISPLAY "error: could not open split input file "
                       FUNCTION TRIM(WS-VALIDATE-INFILE)
                       " (file status " WS-VALIDATE-IN-STATUS ")"
                   PERFORM PROCEDURE-RUN-ABORT
               ELSE
                   PERFORM PROCEDURE-VALIDATE-PRESCAN
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-OPEN-EXCEPT
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-SPLIT-PROCESS
           END-IF.
       PROCEDURE-SPLIT-PROCESS.
           MOVE 0 TO WS-EXC-OUT-COUNT.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR DATING " WS-CURRENT-DATE " "
               FUNCTION TRIM(WS-VALIDATE-INFILE) INTO WS-CTL-LINE.
           WRITE EXCEPT-RECORD FROM WS-CTL-LINE.
      *a period file that cannot be opened ends the split with the
      *input and exception files already closed
           PERFORM UNTIL WS-VALIDATE-AT-EOF OR WS-STEP-IS-ABORTED
               READ VALIDATE-IN-FILE
                   AT END
                       SET WS-VALIDATE-AT-EOF TO TRUE
                   PERFORM PROCEDURE-SPLIT-RECORD
               END-IF
           END-PERFORM.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-SPLIT-FINISH
           END-IF.
       PROCEDURE-SPLIT-FINISH.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "TRL " WS-EXC-OUT-COUNT INTO WS-CTL-LINE.
           WRITE EXCEPT-RECORD FROM WS-CTL-LINE.
                   " (file status " WS-SPLIT-OUT-STATUS ")"
               CLOSE VALIDATE-IN-FILE
               CLOSE EXCEPT-FILE
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               WRITE SPLIT-OUT-RECORD FROM VALIDATE-IN-RECORD
               CLOSE SPLIT-OUT-FILE
           END-IF.
       PROCEDURE-AGING-RUN.
      *age every record date against the current date in business
      *days and bucket it; records over 90 business days old go to
      *the exception file and raise the return code
           MOVE "N" TO WS-STEP-ABORT.
           OPEN INPUT VALIDATE-IN-FILE.
           IF WS-VALIDATE-IN-STATUS NOT = "00" THEN
               DISPLAY "error: could not open aging input file "
                   FUNCTION TRIM(WS-VALIDATE-INFILE)
                   " (file status " WS-VALIDATE-IN-STATUS ")"
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               PERFORM PROCEDURE-VALIDATE-PRESCAN
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-OPEN-EXCEPT
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-AGING-PROCESS
           END-IF.
       PROCEDURE-AGING-PROCESS.
           MOVE 0 TO WS-EXC-OUT-COUNT.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR DATING " WS-CURRENT-DATE " "
                   ADD 1 TO WS-EXC-OUT-COUNT
               END-IF
           END-IF.
       PROCEDURE-SLA-RUN.
      *turnaround measurement: business days from receipt to
      *completion per record, checked against the allowance for its
      *category; breaches and unusable records go to the exception
      *file and the per-category figures to a print report
           MOVE "N" TO WS-STEP-ABORT.
           PERFORM PROCEDURE-SLA-LOAD-TABLE.
           IF WS-SLA-CAT-COUNT = 0 THEN
               DISPLAY "error: no sla categories loaded from "
                   FUNCTION TRIM(WS-SLATAB-FILENAME)
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               OPEN INPUT VALIDATE-IN-FILE
               IF WS-VALIDATE-IN-STATUS NOT = "00" THEN
                   DISPLAY "error: could not open sla input file "
                       FUNCTION TRIM(WS-VALIDATE-INFILE)
                       " (file status " WS-VALIDATE-IN-STATUS ")"
                   PERFORM PROCEDURE-RUN-ABORT
               ELSE
                   PERFORM PROCEDURE-VALIDATE-PRESCAN
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-OPEN-EXCEPT
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               MOVE WS-SLA-REPORT-FILENAME TO WS-REPORT-FILENAME
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00" THEN
                   DISPLAY "error: could not open sla report "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       " (file status " WS-REPORT-STATUS ")"
                   CLOSE VALIDATE-IN-FILE
                   CLOSE EXCEPT-FILE
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-SLA-PROCESS
           END-IF.
       PROCEDURE-SLA-PROCESS.
           MOVE 0 TO WS-EXC-OUT-COUNT.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR DATING " WS-CURRENT-DATE " "
               FUNCTION TRIM(WS-VALIDATE-INFILE) INTO WS-CTL-LINE.
           WRITE EXCEPT-RECORD FROM WS-CTL-LINE.
           PERFORM PROCEDURE-BUILD-BIZ-TABLE.
           PERFORM UNTIL WS-VALIDATE-AT-EOF
               READ VALIDATE-IN-FILE
                   AT END
                       SET WS-VALIDATE-AT-EOF TO TRUE
               END-READ
               IF NOT WS-VALIDATE-AT-EOF
                   AND VALIDATE-IN-RECORD(1:4) NOT = "HDR "
                   AND VALIDATE-IN-RECORD(1:4) NOT = "TRL " THEN
                   PERFORM PROCEDURE-SLA-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "TRL " WS-EXC-OUT-COUNT INTO WS-CTL-LINE.
           WRITE EXCEPT-RECORD FROM WS-CTL-LINE.
           CLOSE VALIDATE-IN-FILE.
           CLOSE EXCEPT-FILE.
           PERFORM PROCEDURE-SLA-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY "sla: " WS-SLA-IN-COUNT " in / "
               WS-SLA-LATE-COUNT " late / "
               WS-SLA-INVALID-COUNT " invalid / "
               WS-SLA-SEQN-COUNT " out of sequence / "
               WS-SLA-NCAT-COUNT " no category / "
               WS-SLA-MISSED-COUNT " categor(ies) missed target".
      *a breach on its own rates a 4; a category under its target
      *percentage is what the sla pack is graded on
           IF WS-SLA-MISSED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-SLA-EXC-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
       PROCEDURE-SLA-LOAD-TABLE.
           MOVE 0 TO WS-SLA-CAT-COUNT.
           MOVE 0 TO WS-SLA-BAD-COUNT.
           MOVE "N" TO WS-SLATAB-EOF.
           OPEN INPUT SLATAB-FILE.
           IF WS-SLATAB-STATUS = "00" THEN
               PERFORM UNTIL WS-SLATAB-AT-EOF
                   READ SLATAB-FILE
                       AT END
                           SET WS-SLATAB-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-SLATAB-AT-EOF
                       AND SLATAB-RECORD NOT = SPACES
                       AND SLATAB-RECORD(1:1) NOT = "*" THEN
                       PERFORM PROCEDURE-SLA-TABLE-RECORD
                   END-IF
               END-PERFORM
               CLOSE SLATAB-FILE
           END-IF.
           IF WS-SLA-BAD-COUNT > 0 THEN
               DISPLAY "warning: " WS-SLA-BAD-COUNT
                   " invalid sla table record(s) in "
                   FUNCTION TRIM(WS-SLATAB-FILENAME) " were skipped"
           END-IF.
       PROCEDURE-SLA-TABLE-RECORD.
           IF SLT-REC-TARGET = SPACES THEN
               MOVE "100" TO SLT-REC-TARGET
           END-IF.
           MOVE SLT-REC-CATEGORY TO WS-SLC-IN-CATEGORY.
           PERFORM PROCEDURE-SLA-FIND-CATEGORY.
           IF SLT-REC-CATEGORY NOT = SPACES
               AND NOT WS-SLC-IS-FOUND
               AND SLT-REC-DAYS IS NUMERIC
               AND SLT-REC-TARGET IS NUMERIC
               AND SLT-REC-TARGET <= "100"
               AND WS-SLA-CAT-COUNT < 100 THEN
               ADD 1 TO WS-SLA-CAT-COUNT
               MOVE SLT-REC-CATEGORY
                   TO WS-SLC-CATEGORY(WS-SLA-CAT-COUNT)
               MOVE SLT-REC-DAYS TO WS-SLC-DAYS(WS-SLA-CAT-COUNT)
               MOVE SLT-REC-TARGET TO WS-SLC-TARGET(WS-SLA-CAT-COUNT)
               MOVE SLT-REC-DESC TO WS-SLC-DESC(WS-SLA-CAT-COUNT)
               MOVE 0 TO WS-SLC-COUNT(WS-SLA-CAT-COUNT)
               MOVE 0 TO WS-SLC-TOTAL(WS-SLA-CAT-COUNT)
               MOVE 0 TO WS-SLC-MAX(WS-SLA-CAT-COUNT)
               MOVE 0 TO WS-SLC-BREACH(WS-SLA-CAT-COUNT)
           ELSE
               ADD 1 TO WS-SLA-BAD-COUNT
           END-IF.
       PROCEDURE-SLA-FIND-CATEGORY.
      *expects WS-SLC-IN-CATEGORY; leaves WS-SLC-IDX on the entry
           MOVE "N" TO WS-SLC-FOUND.
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
               UNTIL WS-SLC-IDX > WS-SLA-CAT-COUNT
                   OR WS-SLC-IS-FOUND
               IF WS-SLC-CATEGORY(WS-SLC-IDX) = WS-SLC-IN-CATEGORY THEN
                   SET WS-SLC-IS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SLC-IS-FOUND THEN
               SUBTRACT 1 FROM WS-SLC-IDX
           END-IF.
       PROCEDURE-SLA-RECORD.
           ADD 1 TO WS-SLA-IN-COUNT.
           MOVE SPACES TO WS-SLA-REASON.
           MOVE 0 TO WS-SLA-DAYS.
           MOVE "N" TO WS-DATE-VALID.
           IF SLA-REC-RECEIVED IS NUMERIC THEN
               MOVE SLA-REC-RECEIVED(1:4) TO WS-VALIDATE-YEAR
               MOVE SLA-REC-RECEIVED(5:2) TO WS-VALIDATE-MONTH
               MOVE SLA-REC-RECEIVED(7:2) TO WS-VALIDATE-DAY
               PERFORM PROCEDURE-VALIDATE-DATE-PARTS
           END-IF.
           MOVE WS-DATE-VALID TO WS-SLA-RECV-VALID.
           MOVE "N" TO WS-DATE-VALID.
           IF SLA-REC-COMPLETED IS NUMERIC THEN
               MOVE SLA-REC-COMPLETED(1:4) TO WS-VALIDATE-YEAR
               MOVE SLA-REC-COMPLETED(5:2) TO WS-VALIDATE-MONTH
               MOVE SLA-REC-COMPLETED(7:2) TO WS-VALIDATE-DAY
               PERFORM PROCEDURE-VALIDATE-DATE-PARTS
           END-IF.
           MOVE SLA-REC-CATEGORY TO WS-SLC-IN-CATEGORY.
           PERFORM PROCEDURE-SLA-FIND-CATEGORY.
           IF WS-SLA-RECV-VALID NOT = "Y" OR NOT WS-DATE-IS-VALID THEN
               ADD 1 TO WS-SLA-INVALID-COUNT
               MOVE "INVD" TO WS-SLA-REASON
           ELSE IF SLA-REC-COMPLETED < SLA-REC-RECEIVED THEN
               ADD 1 TO WS-SLA-SEQN-COUNT
               MOVE "SEQN" TO WS-SLA-REASON
           ELSE IF NOT WS-SLC-IS-FOUND THEN
               ADD 1 TO WS-SLA-NCAT-COUNT
               MOVE "NCAT" TO WS-SLA-REASON
           ELSE
               MOVE SLA-REC-RECEIVED TO WS-BD-DATE
               COMPUTE WS-SLA-RECV-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BD-DATE)
               MOVE SLA-REC-COMPLETED TO WS-BD-DATE
               COMPUTE WS-SLA-COMP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BD-DATE)
               COMPUTE WS-BD-INT = WS-SLA-RECV-INT + 1
               PERFORM UNTIL WS-BD-INT > WS-SLA-COMP-INT
                   PERFORM PROCEDURE-IS-BIZ-DAY
                   IF WS-BD-IS-BUSINESS THEN
                       ADD 1 TO WS-SLA-DAYS
                   END-IF
                   ADD 1 TO WS-BD-INT
               END-PERFORM
               ADD 1 TO WS-SLC-COUNT(WS-SLC-IDX)
               ADD WS-SLA-DAYS TO WS-SLC-TOTAL(WS-SLC-IDX)
               IF WS-SLA-DAYS > WS-SLC-MAX(WS-SLC-IDX) THEN
                   MOVE WS-SLA-DAYS TO WS-SLC-MAX(WS-SLC-IDX)
               END-IF
               IF WS-SLA-DAYS > WS-SLC-DAYS(WS-SLC-IDX) THEN
                   ADD 1 TO WS-SLC-BREACH(WS-SLC-IDX)
                   ADD 1 TO WS-SLA-LATE-COUNT
                   MOVE "LATE" TO WS-SLA-REASON
               END-IF
           END-IF
           END-IF
           END-IF.
      *a late record also carries its elapsed and allowed days
           IF WS-SLA-REASON NOT = SPACES THEN
               MOVE SPACES TO EXCEPT-RECORD
               IF WS-SLA-REASON = "LATE" THEN
                   STRING VALIDATE-IN-RECORD(1:30) " " WS-SLA-REASON
                       " " WS-SLA-DAYS " " WS-SLC-DAYS(WS-SLC-IDX)
                       INTO EXCEPT-RECORD
               ELSE
                   STRING VALIDATE-IN-RECORD(1:30) " " WS-SLA-REASON
                       INTO EXCEPT-RECORD
               END-IF
               WRITE EXCEPT-RECORD
               ADD 1 TO WS-EXC-OUT-COUNT
               ADD 1 TO WS-SLA-EXC-COUNT
           END-IF.
       PROCEDURE-SLA-REPORT.
           PERFORM PROCEDURE-FORMAT-CAL-SET.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           STRING "DATING - TURNAROUND SLA REPORT" DELIMITED BY SIZE
               "                    RUN DATE " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           STRING "INPUT " FUNCTION TRIM(WS-VALIDATE-INFILE)
               "   CALENDAR SET " FUNCTION TRIM(WS-CAL-SET-DISPLAY)
               INTO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           STRING "CAT   DESCRIPTION                     ALLOWED"
               DELIMITED BY SIZE
               "  TARGET   COUNT   AVERAGE  MAXIMUM  BREACHES"
               DELIMITED BY SIZE
               "  BREACH%  STATUS" DELIMITED BY SIZE
               INTO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE ALL "-" TO WS-SLA-RPT-LINE(1:108).
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE 0 TO WS-SLA-MISSED-COUNT.
           MOVE 0 TO WS-SLA-ALL-COUNT.
           MOVE 0 TO WS-SLA-ALL-TOTAL.
           MOVE 0 TO WS-SLA-ALL-MAX.
           MOVE 0 TO WS-SLA-ALL-BREACH.
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
               UNTIL WS-SLC-IDX > WS-SLA-CAT-COUNT
               PERFORM PROCEDURE-SLA-REPORT-CATEGORY
           END-PERFORM.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           MOVE ALL "-" TO WS-SLA-RPT-LINE(1:108).
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
      *the all-categories line has no allowance or target of its own
           MOVE WS-SLA-ALL-COUNT TO WS-SLA-ED-COUNT.
           MOVE WS-SLA-ALL-MAX TO WS-SLA-ED-MAX.
           MOVE WS-SLA-ALL-BREACH TO WS-SLA-ED-BREACH.
           MOVE 0 TO WS-SLA-AVERAGE.
           MOVE 0 TO WS-SLA-PERCENT.
           IF WS-SLA-ALL-COUNT > 0 THEN
               COMPUTE WS-SLA-AVERAGE ROUNDED =
                   WS-SLA-ALL-TOTAL / WS-SLA-ALL-COUNT
               COMPUTE WS-SLA-PERCENT ROUNDED =
                   WS-SLA-ALL-BREACH * 100 / WS-SLA-ALL-COUNT
           END-IF.
           MOVE WS-SLA-AVERAGE TO WS-SLA-ED-AVERAGE.
           MOVE WS-SLA-PERCENT TO WS-SLA-ED-PERCENT.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           STRING "ALL   all categories                "
               DELIMITED BY SIZE
               "                 " DELIMITED BY SIZE
               "  " WS-SLA-ED-COUNT
               "  " WS-SLA-ED-AVERAGE
               "  " WS-SLA-ED-MAX
               "  " WS-SLA-ED-BREACH
               "  " WS-SLA-ED-PERCENT "%" DELIMITED BY SIZE
               INTO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           STRING "RECORDS READ " WS-SLA-IN-COUNT
               "   EXCEPTIONS " WS-SLA-EXC-COUNT
               ": LATE " WS-SLA-LATE-COUNT
               "  INVD " WS-SLA-INVALID-COUNT
               "  SEQN " WS-SLA-SEQN-COUNT
               "  NCAT " WS-SLA-NCAT-COUNT DELIMITED BY SIZE
               INTO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           STRING "CATEGORIES UNDER TARGET " WS-SLA-MISSED-COUNT
               " OF " WS-SLA-CAT-COUNT DELIMITED BY SIZE
               INTO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
       PROCEDURE-SLA-REPORT-CATEGORY.
      *a category misses when the share of records inside the
      *allowance is below its target percentage
           ADD WS-SLC-COUNT(WS-SLC-IDX) TO WS-SLA-ALL-COUNT.
           ADD WS-SLC-TOTAL(WS-SLC-IDX) TO WS-SLA-ALL-TOTAL.
           ADD WS-SLC-BREACH(WS-SLC-IDX) TO WS-SLA-ALL-BREACH.
           IF WS-SLC-MAX(WS-SLC-IDX) > WS-SLA-ALL-MAX THEN
               MOVE WS-SLC-MAX(WS-SLC-IDX) TO WS-SLA-ALL-MAX
           END-IF.
           MOVE 0 TO WS-SLA-AVERAGE.
           MOVE 0 TO WS-SLA-PERCENT.
           IF WS-SLC-COUNT(WS-SLC-IDX) = 0 THEN
               MOVE "NO DATA" TO WS-SLA-STATUS-NAME
           ELSE
               COMPUTE WS-SLA-AVERAGE ROUNDED =
                   WS-SLC-TOTAL(WS-SLC-IDX) / WS-SLC-COUNT(WS-SLC-IDX)
               COMPUTE WS-SLA-PERCENT ROUNDED =
                   WS-SLC-BREACH(WS-SLC-IDX) * 100
                   / WS-SLC-COUNT(WS-SLC-IDX)
               IF (WS-SLC-COUNT(WS-SLC-IDX) - WS-SLC-BREACH(WS-SLC-IDX))
                   * 100 < WS-SLC-TARGET(WS-SLC-IDX)
                   * WS-SLC-COUNT(WS-SLC-IDX) THEN
                   MOVE "MISSED" TO WS-SLA-STATUS-NAME
                   ADD 1 TO WS-SLA-MISSED-COUNT
               ELSE
                   MOVE "MET" TO WS-SLA-STATUS-NAME
               END-IF
           END-IF.
           MOVE WS-SLC-DAYS(WS-SLC-IDX) TO WS-SLA-ED-DAYS.
           MOVE WS-SLC-TARGET(WS-SLC-IDX) TO WS-SLA-ED-TARGET.
           MOVE WS-SLC-COUNT(WS-SLC-IDX) TO WS-SLA-ED-COUNT.
           MOVE WS-SLA-AVERAGE TO WS-SLA-ED-AVERAGE.
           MOVE WS-SLC-MAX(WS-SLC-IDX) TO WS-SLA-ED-MAX.
           MOVE WS-SLC-BREACH(WS-SLC-IDX) TO WS-SLA-ED-BREACH.
           MOVE WS-SLA-PERCENT TO WS-SLA-ED-PERCENT.
           MOVE SPACES TO WS-SLA-RPT-LINE.
           STRING WS-SLC-CATEGORY(WS-SLC-IDX) "  "
               WS-SLC-DESC(WS-SLC-IDX) "  "
               WS-SLA-ED-DAYS "  "
               WS-SLA-ED-TARGET "%  "
               WS-SLA-ED-COUNT "  "
               WS-SLA-ED-AVERAGE "  "
               WS-SLA-ED-MAX "  "
               WS-SLA-ED-BREACH "  "
               WS-SLA-ED-PERCENT "%  "
               WS-SLA-STATUS-NAME DELIMITED BY SIZE
               INTO WS-SLA-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-SLA-RPT-LINE.
       PROCEDURE-COMPARE-RUN.
      *key-matched compare of our dated file against the
      *counterparty's; each side is checked for its control records
      *and sorted on the key, so neither file is held in a table,
      *then the two sorted files are matched in a single pass
           MOVE "N" TO WS-STEP-ABORT.
           IF WS-CMP-THEIRS-INFILE = SPACES THEN
               DISPLAY "error: compare needs the counterparty file"
                   " on THEIRS="
               PERFORM PROCEDURE-RUN-ABORT
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-COMPARE-TOLERANCE
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               SET WS-CMP-SIDE-OURS TO TRUE
               MOVE WS-CMP-OURS-INFILE TO WS-ENRICH-INFILE
               PERFORM PROCEDURE-COMPARE-SORT-SIDE
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               SET WS-CMP-SIDE-THEIRS TO TRUE
               MOVE WS-CMP-THEIRS-INFILE TO WS-ENRICH-INFILE
               PERFORM PROCEDURE-COMPARE-SORT-SIDE
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-OPEN-EXCEPT
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               MOVE WS-CMP-REPORT-FILENAME TO WS-REPORT-FILENAME
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00" THEN
                   DISPLAY "error: could not open compare report "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       " (file status " WS-REPORT-STATUS ")"
                   CLOSE EXCEPT-FILE
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-COMPARE-PROCESS
           END-IF.
       PROCEDURE-COMPARE-TOLERANCE.
      *a whole number of business days, zero when not given
           MOVE 0 TO WS-CMP-TOLERANCE.
           IF WS-CMP-TOL-INPUT NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-CMP-TOL-INPUT) = 0 THEN
                   COMPUTE WS-CMP-TOL-VALUE =
                       FUNCTION NUMVAL(WS-CMP-TOL-INPUT)
               ELSE
                   MOVE -1 TO WS-CMP-TOL-VALUE
               END-IF
               IF WS-CMP-TOL-VALUE >= 0
                   AND WS-CMP-TOL-VALUE <= 9999 THEN
                   MOVE WS-CMP-TOL-VALUE TO WS-CMP-TOLERANCE
               END-IF
               IF WS-CMP-TOLERANCE NOT = WS-CMP-TOL-VALUE THEN
                   DISPLAY "error: TOLERANCE= needs a whole number of"
                       " business days"
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
       PROCEDURE-COMPARE-SORT-SIDE.
      *the enrich input file carries whichever side is being
      *sorted; its control records are verified by the enrich
      *prescan before a single record is released to the sort
           MOVE "N" TO WS-ENRICH-EOF.
           OPEN INPUT ENRICH-IN-FILE.
           IF WS-ENRICH-IN-STATUS NOT = "00" THEN
               DISPLAY "error: could not open compare input file "
                   FUNCTION TRIM(WS-ENRICH-INFILE)
                   " (file status " WS-ENRICH-IN-STATUS ")"
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               PERFORM PROCEDURE-ENRICH-PRESCAN
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               IF WS-CMP-SIDE-OURS THEN
                   SORT CMP-SORT-FILE
                       ON ASCENDING KEY CPS-REC-KEY
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS PROCEDURE-COMPARE-RELEASE
                       GIVING CMP-OURS-FILE
               ELSE
                   SORT CMP-SORT-FILE
                       ON ASCENDING KEY CPS-REC-KEY
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS PROCEDURE-COMPARE-RELEASE
                       GIVING CMP-THEIRS-FILE
               END-IF
               IF SORT-RETURN NOT = 0 THEN
                   DISPLAY "error: could not sort compare input "
                       FUNCTION TRIM(WS-ENRICH-INFILE)
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
       PROCEDURE-COMPARE-RELEASE.
      *sort input: every data record, the control records stay out
           PERFORM UNTIL WS-ENRICH-AT-EOF
               READ ENRICH-IN-FILE
                   AT END
                       SET WS-ENRICH-AT-EOF TO TRUE
               END-READ
               IF NOT WS-ENRICH-AT-EOF
                   AND ENRICH-IN-RECORD(1:4) NOT = "HDR "
                   AND ENRICH-IN-RECORD(1:4) NOT = "TRL " THEN
                   IF WS-CMP-SIDE-OURS THEN
                       ADD 1 TO WS-CMP-OURS-COUNT
                   ELSE
                       ADD 1 TO WS-CMP-THEIRS-COUNT
                   END-IF
                   RELEASE CMP-SORT-RECORD FROM ENRICH-IN-RECORD
               END-IF
           END-PERFORM.
           CLOSE ENRICH-IN-FILE.
       PROCEDURE-COMPARE-PROCESS.
           OPEN INPUT CMP-OURS-FILE.
           OPEN INPUT CMP-THEIRS-FILE.
           IF WS-CMP-OURS-STATUS NOT = "00"
               OR WS-CMP-THEIRS-STATUS NOT = "00" THEN
               DISPLAY "error: could not open compare work files "
                   FUNCTION TRIM(WS-CMP-OURS-WORKNAME) " and "
                   FUNCTION TRIM(WS-CMP-THEIRS-WORKNAME)
               CLOSE CMP-OURS-FILE
               CLOSE CMP-THEIRS-FILE
               CLOSE EXCEPT-FILE
               CLOSE REPORT-FILE
               PERFORM PROCEDURE-RUN-ABORT
           ELSE
               PERFORM PROCEDURE-COMPARE-MERGE
           END-IF.
       PROCEDURE-COMPARE-MERGE.
           MOVE 0 TO WS-EXC-OUT-COUNT.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "HDR DATING " WS-CURRENT-DATE " "
               FUNCTION TRIM(WS-CMP-OURS-INFILE) INTO WS-CTL-LINE.
           WRITE EXCEPT-RECORD FROM WS-CTL-LINE.
           PERFORM PROCEDURE-BUILD-BIZ-TABLE.
           MOVE "N" TO WS-CMP-OURS-EOF.
           MOVE "N" TO WS-CMP-THEIRS-EOF.
           PERFORM PROCEDURE-COMPARE-READ-OURS.
           PERFORM PROCEDURE-COMPARE-READ-THEIRS.
           PERFORM UNTIL WS-CMP-OURS-AT-EOF AND WS-CMP-THEIRS-AT-EOF
               PERFORM PROCEDURE-COMPARE-MATCH
           END-PERFORM.
           MOVE SPACES TO WS-CTL-LINE.
           STRING "TRL " WS-EXC-OUT-COUNT INTO WS-CTL-LINE.
           WRITE EXCEPT-RECORD FROM WS-CTL-LINE.
           CLOSE CMP-OURS-FILE.
           CLOSE CMP-THEIRS-FILE.
           DELETE FILE CMP-OURS-FILE.
           DELETE FILE CMP-THEIRS-FILE.
           CLOSE EXCEPT-FILE.
           PERFORM PROCEDURE-COMPARE-REPORT.
           CLOSE REPORT-FILE.
           DISPLAY "compare: " WS-CMP-KEY-COUNT " keys / "
               WS-CMP-AGREED-COUNT " agreed / "
               WS-CMP-BREAK-COUNT " breaks / "
               WS-CMP-TOL-COUNT " within tolerance / "
               WS-CMP-OURS-ONLY-COUNT " ours only / "
               WS-CMP-THEIRS-ONLY-COUNT " theirs only / "
               WS-CMP-INVALID-COUNT " invalid".
      *breaks inside the tolerance are listed but do not fail the
      *run; anything else that does not agree does
           IF WS-CMP-OUTSIDE-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROCEDURE-COMPARE-READ-OURS.
      *an exhausted side takes a high key so the other side drains
           READ CMP-OURS-FILE
               AT END
                   SET WS-CMP-OURS-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO CPO-REC-KEY
           END-READ.
       PROCEDURE-COMPARE-READ-THEIRS.
           READ CMP-THEIRS-FILE
               AT END
                   SET WS-CMP-THEIRS-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO CPT-REC-KEY
           END-READ.
       PROCEDURE-COMPARE-MATCH.
      *exception record: key, our date, their date, reason and, for
      *a date break, the signed business days from our date to
      *theirs; reasons DBRK break outside the tolerance, DTOL break
      *within it, OURS and THRS one side only, INVD a bad date
           ADD 1 TO WS-CMP-KEY-COUNT.
           MOVE SPACES TO WS-CMP-REASON.
           MOVE 0 TO WS-CMP-DIFF.
           MOVE SPACES TO WS-CMP-OUT-OURS.
           MOVE SPACES TO WS-CMP-OUT-THEIRS.
           IF CPO-REC-KEY < CPT-REC-KEY THEN
               MOVE CPO-REC-KEY TO WS-CMP-OUT-KEY
               MOVE CPO-REC-DATE TO WS-CMP-OUT-OURS
               ADD 1 TO WS-CMP-OURS-ONLY-COUNT
               ADD 1 TO WS-CMP-OUTSIDE-COUNT
               MOVE "OURS" TO WS-CMP-REASON
               PERFORM PROCEDURE-COMPARE-EXCEPTION
               PERFORM PROCEDURE-COMPARE-READ-OURS
           ELSE IF CPO-REC-KEY > CPT-REC-KEY THEN
               MOVE CPT-REC-KEY TO WS-CMP-OUT-KEY
               MOVE CPT-REC-DATE TO WS-CMP-OUT-THEIRS
               ADD 1 TO WS-CMP-THEIRS-ONLY-COUNT
               ADD 1 TO WS-CMP-OUTSIDE-COUNT
               MOVE "THRS" TO WS-CMP-REASON
               PERFORM PROCEDURE-COMPARE-EXCEPTION
               PERFORM PROCEDURE-COMPARE-READ-THEIRS
           ELSE
               MOVE CPO-REC-KEY TO WS-CMP-OUT-KEY
               MOVE CPO-REC-DATE TO WS-CMP-OUT-OURS
               MOVE CPT-REC-DATE TO WS-CMP-OUT-THEIRS
               PERFORM PROCEDURE-COMPARE-DATES
               IF WS-CMP-REASON NOT = SPACES THEN
                   PERFORM PROCEDURE-COMPARE-EXCEPTION
               END-IF
               PERFORM PROCEDURE-COMPARE-READ-OURS
               PERFORM PROCEDURE-COMPARE-READ-THEIRS
           END-IF
           END-IF.
       PROCEDURE-COMPARE-DATES.
      *the difference counts business days on the active calendar
      *set after the earlier date up to and including the later
      *one, negative when their date is before ours
           MOVE "N" TO WS-DATE-VALID.
           IF CPO-REC-DATE IS NUMERIC THEN
               MOVE CPO-REC-DATE(1:4) TO WS-VALIDATE-YEAR
               MOVE CPO-REC-DATE(5:2) TO WS-VALIDATE-MONTH
               MOVE CPO-REC-DATE(7:2) TO WS-VALIDATE-DAY
               PERFORM PROCEDURE-VALIDATE-DATE-PARTS
           END-IF.
           MOVE WS-DATE-VALID TO WS-CMP-OURS-VALID.
           MOVE "N" TO WS-DATE-VALID.
           IF CPT-REC-DATE IS NUMERIC THEN
               MOVE CPT-REC-DATE(1:4) TO WS-VALIDATE-YEAR
               MOVE CPT-REC-DATE(5:2) TO WS-VALIDATE-MONTH
               MOVE CPT-REC-DATE(7:2) TO WS-VALIDATE-DAY
               PERFORM PROCEDURE-VALIDATE-DATE-PARTS
           END-IF.
           IF WS-CMP-OURS-VALID NOT = "Y" OR NOT WS-DATE-IS-VALID THEN
               ADD 1 TO WS-CMP-INVALID-COUNT
               ADD 1 TO WS-CMP-OUTSIDE-COUNT
               MOVE "INVD" TO WS-CMP-REASON
           ELSE IF CPO-REC-DATE = CPT-REC-DATE THEN
               ADD 1 TO WS-CMP-AGREED-COUNT
           ELSE
               MOVE CPO-REC-DATE TO WS-BD-DATE
               COMPUTE WS-CMP-OURS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BD-DATE)
               MOVE CPT-REC-DATE TO WS-BD-DATE
               COMPUTE WS-CMP-THEIRS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BD-DATE)
               IF WS-CMP-THEIRS-INT > WS-CMP-OURS-INT THEN
                   MOVE WS-CMP-OURS-INT TO WS-CMP-FROM-INT
                   MOVE WS-CMP-THEIRS-INT TO WS-CMP-TO-INT
               ELSE
                   MOVE WS-CMP-THEIRS-INT TO WS-CMP-FROM-INT
                   MOVE WS-CMP-OURS-INT TO WS-CMP-TO-INT
               END-IF
               MOVE 0 TO WS-CMP-DAYS
               COMPUTE WS-BD-INT = WS-CMP-FROM-INT + 1
               PERFORM UNTIL WS-BD-INT > WS-CMP-TO-INT
                   PERFORM PROCEDURE-IS-BIZ-DAY
                   IF WS-BD-IS-BUSINESS THEN
                       ADD 1 TO WS-CMP-DAYS
                   END-IF
                   ADD 1 TO WS-BD-INT
               END-PERFORM
               IF WS-CMP-THEIRS-INT > WS-CMP-OURS-INT THEN
                   MOVE WS-CMP-DAYS TO WS-CMP-DIFF
               ELSE
                   COMPUTE WS-CMP-DIFF = 0 - WS-CMP-DAYS
               END-IF
               IF WS-CMP-DAYS <= WS-CMP-TOLERANCE THEN
                   ADD 1 TO WS-CMP-TOL-COUNT
                   MOVE "DTOL" TO WS-CMP-REASON
               ELSE
                   ADD 1 TO WS-CMP-BREAK-COUNT
                   ADD 1 TO WS-CMP-OUTSIDE-COUNT
                   MOVE "DBRK" TO WS-CMP-REASON
               END-IF
           END-IF
           END-IF.
       PROCEDURE-COMPARE-EXCEPTION.
           MOVE SPACES TO EXCEPT-RECORD.
           IF WS-CMP-REASON = "DBRK" OR WS-CMP-REASON = "DTOL" THEN
               MOVE WS-CMP-DIFF TO WS-CMP-ED-DIFF
               STRING WS-CMP-OUT-KEY " " WS-CMP-OUT-OURS " "
                   WS-CMP-OUT-THEIRS " " WS-CMP-REASON " "
                   WS-CMP-ED-DIFF DELIMITED BY SIZE
                   INTO EXCEPT-RECORD
           ELSE
               STRING WS-CMP-OUT-KEY " " WS-CMP-OUT-OURS " "
                   WS-CMP-OUT-THEIRS " " WS-CMP-REASON
                   DELIMITED BY SIZE INTO EXCEPT-RECORD
           END-IF.
           WRITE EXCEPT-RECORD.
           ADD 1 TO WS-EXC-OUT-COUNT.
           ADD 1 TO WS-CMP-EXC-COUNT.
       PROCEDURE-COMPARE-REPORT.
           PERFORM PROCEDURE-FORMAT-CAL-SET.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           STRING "DATING - DATE COMPARE REPORT" DELIMITED BY SIZE
               "                      RUN DATE " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           STRING "OURS   " FUNCTION TRIM(WS-CMP-OURS-INFILE)
               INTO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           STRING "THEIRS " FUNCTION TRIM(WS-CMP-THEIRS-INFILE)
               INTO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           STRING "CALENDAR SET " FUNCTION TRIM(WS-CAL-SET-DISPLAY)
               "   TOLERANCE " WS-CMP-TOLERANCE " BUSINESS DAY(S)"
               INTO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           STRING "CLASS                         REASON   RECORDS"
               INTO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE ALL "-" TO WS-CMP-RPT-LINE(1:46).
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE "AGREED                        -" TO WS-CMP-RPT-LABEL.
           MOVE WS-CMP-AGREED-COUNT TO WS-CMP-RPT-COUNT.
           PERFORM PROCEDURE-COMPARE-REPORT-LINE.
           MOVE "DATE BREAK OUTSIDE TOLERANCE  DBRK"
               TO WS-CMP-RPT-LABEL.
           MOVE WS-CMP-BREAK-COUNT TO WS-CMP-RPT-COUNT.
           PERFORM PROCEDURE-COMPARE-REPORT-LINE.
           MOVE "DATE BREAK WITHIN TOLERANCE   DTOL"
               TO WS-CMP-RPT-LABEL.
           MOVE WS-CMP-TOL-COUNT TO WS-CMP-RPT-COUNT.
           PERFORM PROCEDURE-COMPARE-REPORT-LINE.
           MOVE "OURS ONLY                     OURS"
               TO WS-CMP-RPT-LABEL.
           MOVE WS-CMP-OURS-ONLY-COUNT TO WS-CMP-RPT-COUNT.
           PERFORM PROCEDURE-COMPARE-REPORT-LINE.
           MOVE "THEIRS ONLY                   THRS"
               TO WS-CMP-RPT-LABEL.
           MOVE WS-CMP-THEIRS-ONLY-COUNT TO WS-CMP-RPT-COUNT.
           PERFORM PROCEDURE-COMPARE-REPORT-LINE.
           MOVE "INVALID DATE                  INVD"
               TO WS-CMP-RPT-LABEL.
           MOVE WS-CMP-INVALID-COUNT TO WS-CMP-RPT-COUNT.
           PERFORM PROCEDURE-COMPARE-REPORT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           MOVE ALL "-" TO WS-CMP-RPT-LINE(1:46).
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE "KEYS COMPARED" TO WS-CMP-RPT-LABEL.
           MOVE WS-CMP-KEY-COUNT TO WS-CMP-RPT-COUNT.
           PERFORM PROCEDURE-COMPARE-REPORT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           STRING "RECORDS READ: OURS " WS-CMP-OURS-COUNT
               "  THEIRS " WS-CMP-THEIRS-COUNT
               "   EXCEPTIONS " WS-CMP-EXC-COUNT DELIMITED BY SIZE
               INTO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           IF WS-CMP-OUTSIDE-COUNT > 0 THEN
               STRING "RESULT: " WS-CMP-OUTSIDE-COUNT
                   " RECORD(S) OUTSIDE TOLERANCE" DELIMITED BY SIZE
                   INTO WS-CMP-RPT-LINE
           ELSE
               STRING "RESULT: FILES AGREE WITHIN TOLERANCE"
                   DELIMITED BY SIZE INTO WS-CMP-RPT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
       PROCEDURE-COMPARE-REPORT-LINE.
           MOVE WS-CMP-RPT-COUNT TO WS-CMP-ED-COUNT.
           MOVE SPACES TO WS-CMP-RPT-LINE.
           STRING WS-CMP-RPT-LABEL "   " WS-CMP-ED-COUNT
               DELIMITED BY SIZE INTO WS-CMP-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-CMP-RPT-LINE.
       PROCEDURE-OPSUM-RUN.
      *morning operations summary: the overnight runs, restarts,
      *deadline alerts, missed schedule items and exception counts
      *on one dated print report, ending in a green, amber or red
      *status; every section works from the processing date, so a
      *reprint for an earlier date sees the files as of that date
           MOVE "N" TO WS-STEP-ABORT.
           IF WS-OPS-DATE-INPUT NOT = SPACES THEN
               MOVE "N" TO WS-DATE-VALID
               IF WS-OPS-DATE-INPUT IS NUMERIC THEN
                   MOVE WS-OPS-DATE-INPUT(1:4) TO WS-VALIDATE-YEAR
                   MOVE WS-OPS-DATE-INPUT(5:2) TO WS-VALIDATE-MONTH
                   MOVE WS-OPS-DATE-INPUT(7:2) TO WS-VALIDATE-DAY
                   PERFORM PROCEDURE-VALIDATE-DATE-PARTS
               END-IF
               IF WS-DATE-IS-VALID THEN
                   MOVE WS-OPS-DATE-INPUT TO WS-CURRENT-DATE
               ELSE
                   DISPLAY "error: OPSUM= needs a valid processing"
                       " date as YYYYMMDD"
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               MOVE WS-CURRENT-DATE TO WS-OPS-DATE
               PERFORM PROCEDURE-OPSUM-PRIOR-DATE
               MOVE WS-OPS-REPORT-FILENAME TO WS-REPORT-FILENAME
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00" THEN
                   DISPLAY "error: could not open operations summary "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       " (file status " WS-REPORT-STATUS ")"
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
           END-IF.
           IF NOT WS-STEP-IS-ABORTED THEN
               PERFORM PROCEDURE-OPSUM-PROCESS
           END-IF.
       PROCEDURE-OPSUM-PRIOR-DATE.
      *the overnight window opens on the business day before the
      *processing date on the active calendar set
           PERFORM PROCEDURE-BUILD-BIZ-TABLE.
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-OPS-DATE).
           MOVE "N" TO WS-BD-FLAG.
           MOVE 0 TO WS-OPS-STEP-BACK.
           PERFORM UNTIL WS-BD-IS-BUSINESS OR WS-OPS-STEP-BACK > 30
               SUBTRACT 1 FROM WS-BD-INT
               ADD 1 TO WS-OPS-STEP-BACK
               PERFORM PROCEDURE-IS-BIZ-DAY
           END-PERFORM.
           MOVE WS-BD-DATE TO WS-OPS-PRIOR-DATE.
       PROCEDURE-OPSUM-PROCESS.
           MOVE 0 TO WS-OPS-RUN-COUNT.
           MOVE 0 TO WS-OPS-WARN-COUNT.
           MOVE 0 TO WS-OPS-FAIL-COUNT.
           MOVE 0 TO WS-OPS-MAX-RC.
           MOVE 0 TO WS-OPS-RESTART-COUNT.
           MOVE 0 TO WS-OPS-ALERT-COUNT.
           MOVE 0 TO WS-OPS-MISS-COUNT.
           MOVE 0 TO WS-OPS-UNAVAIL-COUNT.
           MOVE 0 TO WS-OPS-EXC-TOTAL.
           MOVE 0 TO WS-OPS-OTHER-COUNT.
           MOVE 0 TO WS-OPS-REJ-COUNT.
           PERFORM VARYING WS-OPS-RSN-IDX FROM 1 BY 1
               UNTIL WS-OPS-RSN-IDX > 5
               MOVE 0 TO WS-OPS-RSN-COUNT(WS-OPS-RSN-IDX)
           END-PERFORM.
           PERFORM PROCEDURE-FORMAT-CAL-SET.
           MOVE SPACES TO WS-OPS-RPT-LINE.
           STRING "DATING - MORNING OPERATIONS SUMMARY"
               DELIMITED BY SIZE
               "          PROCESSING DATE " DELIMITED BY SIZE
               WS-OPS-DATE DELIMITED BY SIZE
               INTO WS-OPS-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
           MOVE SPACES TO WS-OPS-RPT-LINE.
           STRING "PROFILE " FUNCTION TRIM(WS-PROFILE-NAME)
               "   CALENDAR SET " FUNCTION TRIM(WS-CAL-SET-DISPLAY)
               "   PRINTED " WS-RUN-START-DATE DELIMITED BY SIZE
               INTO WS-OPS-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
           MOVE SPACES TO WS-OPS-RPT-LINE.
           STRING "OVERNIGHT WINDOW " WS-OPS-PRIOR-DATE
               " TO " WS-OPS-DATE DELIMITED BY SIZE
               INTO WS-OPS-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
           MOVE "OVERNIGHT RUNS AND RETURN CODES" TO WS-OPS-RPT-LINE.
           PERFORM PROCEDURE-OPSUM-HEADING.
           SET WS-OPS-LISTING-RUNS TO TRUE.
           PERFORM PROCEDURE-OPSUM-RUNS.
           MOVE "RESTARTS USED" TO WS-OPS-RPT-LINE.
           PERFORM PROCEDURE-OPSUM-HEADING.
           SET WS-OPS-LISTING-RESTARTS TO TRUE.
           PERFORM PROCEDURE-OPSUM-RUNS.
           MOVE "DEADLINES IN ALERT" TO WS-OPS-RPT-LINE.
           PERFORM PROCEDURE-OPSUM-HEADING.
           PERFORM PROCEDURE-OPSUM-ALERTS.
           MOVE "MISSED SCHEDULE ITEMS" TO WS-OPS-RPT-LINE.
           PERFORM PROCEDURE-OPSUM-HEADING.
           PERFORM PROCEDURE-OPSUM-MISSED.
           MOVE "EXCEPTION COUNTS BY REASON" TO WS-OPS-RPT-LINE.
           PERFORM PROCEDURE-OPSUM-HEADING.
           PERFORM PROCEDURE-OPSUM-EXCEPTIONS.
           PERFORM PROCEDURE-OPSUM-STATUS.
           CLOSE REPORT-FILE.
           DISPLAY "opsum: " WS-OPS-DATE " status "
               FUNCTION TRIM(WS-OPS-STATUS-NAME) " / "
               WS-OPS-RUN-COUNT " run(s) / "
               WS-OPS-ALERT-COUNT " alert(s) / "
               WS-OPS-MISS-COUNT " missed / "
               WS-OPS-EXC-TOTAL " exception(s)".
      *red pages the desk, amber wants a look
           IF WS-OPS-STATUS-NAME = "RED" THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-OPS-STATUS-NAME = "AMBER" THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
       PROCEDURE-OPSUM-HEADING.
      *expects the section title in WS-OPS-RPT-LINE
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
           MOVE SPACES TO WS-OPS-RPT-LINE.
           MOVE ALL "-" TO WS-OPS-RPT-LINE(1:60).
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
           MOVE 0 TO WS-OPS-LINE-COUNT.
       PROCEDURE-OPSUM-LINE.
      *one detail line from WS-OPS-RPT-LINE
           ADD 1 TO WS-OPS-LINE-COUNT.
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
       PROCEDURE-OPSUM-NONE.
           IF WS-OPS-LINE-COUNT = 0 THEN
               MOVE "  none" TO WS-OPS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE
           END-IF.
       PROCEDURE-OPSUM-UNAVAILABLE.
      *an input that cannot be read leaves a gap in the picture,
      *which is reason enough for amber
           ADD 1 TO WS-OPS-UNAVAIL-COUNT.
           PERFORM PROCEDURE-OPSUM-LINE.
       PROCEDURE-OPSUM-RUNS.
      *one pass over the run history per section; a run belongs to
      *the window when it started on or after the prior business
      *day and no later than the processing date
           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-OPS-RPT-LINE
               STRING "  run history "
                   FUNCTION TRIM(WS-HISTORY-FILENAME)
                   " not available (file status " WS-HISTORY-STATUS
                   ")" INTO WS-OPS-RPT-LINE
               IF WS-OPS-LISTING-RUNS THEN
                   PERFORM PROCEDURE-OPSUM-UNAVAILABLE
               ELSE
                   PERFORM PROCEDURE-OPSUM-LINE
               END-IF
           ELSE
               PERFORM UNTIL WS-HISTORY-AT-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HISTORY-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-HISTORY-AT-EOF THEN
                       PERFORM PROCEDURE-OPSUM-RUN-LINE
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM PROCEDURE-OPSUM-NONE.
           IF WS-OPS-LISTING-RUNS THEN
               MOVE SPACES TO WS-OPS-RPT-LINE
               STRING WS-OPS-RUN-COUNT " run(s), " WS-OPS-WARN-COUNT
                   " ended rc 4, " WS-OPS-FAIL-COUNT
                   " ended rc 8 or more, highest rc " WS-OPS-MAX-RC
                   DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE
           END-IF.
       PROCEDURE-OPSUM-RUN-LINE.
           MOVE SPACES TO WS-HIS-FIELDS.
           UNSTRING HISTORY-RECORD DELIMITED BY " | "
               INTO WS-HIS-TYPE WS-HIS-PROFILE WS-HIS-INPUT
                   WS-HIS-START WS-HIS-END WS-HIS-PROCESSED
                   WS-HIS-REJECTS WS-HIS-RESTART WS-HIS-RC
           END-UNSTRING.
           MOVE WS-HIS-START(1:8) TO WS-OPS-RUN-DATE.
      *this summary's own earlier runs are not overnight work, and
      *a stream's steps each have their own record, so its summary
      *record only counts when the stream stopped before any step
           IF WS-HIS-TYPE = "OPSUM"
               OR (WS-HIS-TYPE = "STREAM"
                   AND WS-HIS-PROCESSED NOT = "000000") THEN
               MOVE SPACES TO WS-OPS-RUN-DATE
           END-IF.
           IF WS-OPS-RUN-DATE IS NUMERIC
               AND WS-OPS-RUN-DATE >= WS-OPS-PRIOR-DATE
               AND WS-OPS-RUN-DATE <= WS-OPS-DATE THEN
               MOVE SPACES TO WS-OPS-RPT-LINE
               STRING "  " WS-HIS-TYPE " " WS-HIS-START " "
                   WS-HIS-END " rc " WS-HIS-RC " restart "
                   WS-HIS-RESTART " " FUNCTION TRIM(WS-HIS-INPUT)
                   DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
               IF WS-OPS-LISTING-RUNS THEN
      *a record with no readable rc is treated as a failed run
                   ADD 1 TO WS-OPS-RUN-COUNT
                   IF WS-HIS-RC IS NUMERIC THEN
                       MOVE WS-HIS-RC TO WS-OPS-HIS-RC
                   ELSE
                       MOVE 16 TO WS-OPS-HIS-RC
                   END-IF
                   IF WS-OPS-HIS-RC > WS-OPS-MAX-RC THEN
                       MOVE WS-OPS-HIS-RC TO WS-OPS-MAX-RC
                   END-IF
                   IF WS-OPS-HIS-RC >= 8 THEN
                       ADD 1 TO WS-OPS-FAIL-COUNT
                   ELSE IF WS-OPS-HIS-RC > 0 THEN
                       ADD 1 TO WS-OPS-WARN-COUNT
                   END-IF
                   END-IF
                   PERFORM PROCEDURE-OPSUM-LINE
               ELSE IF WS-HIS-RESTART = "Y" THEN
                   ADD 1 TO WS-OPS-RESTART-COUNT
                   PERFORM PROCEDURE-OPSUM-LINE
               END-IF
               END-IF
           END-IF.
       PROCEDURE-OPSUM-ALERTS.
      *the watchlist countdown from the processing date, alerts only
           MOVE 0 TO WS-WATCH-COUNT.
           MOVE 0 TO WS-WATCH-BAD-COUNT.
           MOVE "N" TO WS-WATCH-EOF.
           OPEN INPUT WATCH-FILE.
           IF WS-WATCH-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-OPS-RPT-LINE
               STRING "  watchlist " FUNCTION TRIM(WS-WATCH-FILENAME)
                   " not available (file status " WS-WATCH-STATUS
                   ")" INTO WS-OPS-RPT-LINE
               PERFORM PROCEDURE-OPSUM-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-WATCH-AT-EOF
                   READ WATCH-FILE
                       AT END
                           SET WS-WATCH-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-WATCH-AT-EOF THEN
                       PERFORM PROCEDURE-WATCH-LOAD-RECORD
                   END-IF
               END-PERFORM
               CLOSE WATCH-FILE
               PERFORM PROCEDURE-WATCH-COMPUTE-ALL
               PERFORM PROCEDURE-WATCH-SORT
               PERFORM VARYING WS-WAT-IDX FROM 1 BY 1
                   UNTIL WS-WAT-IDX > WS-WATCH-COUNT
                   IF WS-WAT-REMAIN(WS-WAT-IDX)
                       <= WS-WAT-THRESH(WS-WAT-IDX) THEN
                       ADD 1 TO WS-OPS-ALERT-COUNT
                       MOVE SPACES TO WS-OPS-RPT-LINE
                       STRING "  " WS-WAT-NAME(WS-WAT-IDX) " "
                           WS-WAT-DATE(WS-WAT-IDX) " "
                           WS-WAT-REMAIN(WS-WAT-IDX)
                           " biz day(s) left (warn at "
                           WS-WAT-THRESH(WS-WAT-IDX) ")"
                           DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
                       PERFORM PROCEDURE-OPSUM-LINE
                   END-IF
               END-PERFORM
               PERFORM PROCEDURE-OPSUM-NONE
               IF WS-WATCH-BAD-COUNT > 0 THEN
                   MOVE SPACES TO WS-OPS-RPT-LINE
                   STRING "  " WS-WATCH-BAD-COUNT
                       " bad watchlist line(s) skipped"
                       DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
                   PERFORM PROCEDURE-OPSUM-UNAVAILABLE
               END-IF
           END-IF.
       PROCEDURE-OPSUM-MISSED.
      *the schedule against its completion feed, matched as sched
      *recon does; only items due by the processing date are missed
           IF WS-COMPLETE-FILENAME = SPACES THEN
               MOVE "  no completion file named in the run profile"
                   TO WS-OPS-RPT-LINE
               PERFORM PROCEDURE-OPSUM-UNAVAILABLE
           ELSE
               MOVE 0 TO WS-RECON-SCH-COUNT
               MOVE 0 TO WS-RECON-CMP-COUNT
               MOVE "N" TO WS-RECON-OVERFLOW
               MOVE "N" TO WS-COMPLETE-EOF
               OPEN INPUT SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS NOT = "00" THEN
                   MOVE SPACES TO WS-OPS-RPT-LINE
                   STRING "  schedule "
                       FUNCTION TRIM(WS-SCHEDULE-FILENAME)
                       " not available (file status "
                       WS-SCHEDULE-STATUS ")" INTO WS-OPS-RPT-LINE
                   PERFORM PROCEDURE-OPSUM-UNAVAILABLE
               ELSE
                   PERFORM UNTIL WS-COMPLETE-AT-EOF
                       READ SCHEDULE-FILE
                           AT END
                               SET WS-COMPLETE-AT-EOF TO TRUE
                       END-READ
                       IF NOT WS-COMPLETE-AT-EOF THEN
                           PERFORM PROCEDURE-RECON-LOAD-SCHED
                       END-IF
                   END-PERFORM
                   CLOSE SCHEDULE-FILE
                   MOVE "N" TO WS-COMPLETE-EOF
                   OPEN INPUT COMPLETE-FILE
                   IF WS-COMPLETE-STATUS NOT = "00" THEN
                       MOVE SPACES TO WS-OPS-RPT-LINE
                       STRING "  completion file "
                           FUNCTION TRIM(WS-COMPLETE-FILENAME)
                           " not available (file status "
                           WS-COMPLETE-STATUS ")" INTO WS-OPS-RPT-LINE
                       PERFORM PROCEDURE-OPSUM-UNAVAILABLE
                   ELSE
                       PERFORM UNTIL WS-COMPLETE-AT-EOF
                           READ COMPLETE-FILE
                               AT END
                                   SET WS-COMPLETE-AT-EOF TO TRUE
                           END-READ
                           IF NOT WS-COMPLETE-AT-EOF THEN
                               PERFORM PROCEDURE-RECON-LOAD-CMP
                           END-IF
                       END-PERFORM
                       CLOSE COMPLETE-FILE
                       PERFORM PROCEDURE-RECON-MATCH
                       PERFORM PROCEDURE-OPSUM-MISSED-LIST
                   END-IF
               END-IF
           END-IF.
       PROCEDURE-OPSUM-MISSED-LIST.
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
               UNTIL WS-RECON-IDX > WS-RECON-SCH-COUNT
               IF WS-RSC-MATCHED(WS-RECON-IDX) = "N"
                   AND WS-RSC-LINE(WS-RECON-IDX)(1:8)
                       <= WS-OPS-DATE THEN
                   ADD 1 TO WS-OPS-MISS-COUNT
                   MOVE SPACES TO WS-OPS-RPT-LINE
                   STRING "  " WS-RSC-LINE(WS-RECON-IDX)
                       DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
                   PERFORM PROCEDURE-OPSUM-LINE
               END-IF
           END-PERFORM.
           PERFORM PROCEDURE-OPSUM-NONE.
           IF WS-RECON-OVERFLOWED THEN
               MOVE "  more than 1000 line(s) on a side, extras not"
                   TO WS-OPS-RPT-LINE
               MOVE "checked" TO WS-OPS-RPT-LINE(48:7)
               PERFORM PROCEDURE-OPSUM-UNAVAILABLE
           END-IF.
       PROCEDURE-OPSUM-EXCEPTIONS.
      *validate, aging and split exceptions carry the reason in
      *column 22; a file whose header is dated outside the window
      *belongs to another processing date and is not counted
           MOVE "N" TO WS-OPS-EOF.
           MOVE SPACES TO WS-OPS-FILE-DATE.
           OPEN INPUT EXCEPT-FILE.
           IF WS-EXCEPT-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-OPS-RPT-LINE
               STRING "  exception file "
                   FUNCTION TRIM(WS-EXCEPT-FILENAME)
                   " not available (file status " WS-EXCEPT-STATUS
                   ")" INTO WS-OPS-RPT-LINE
               PERFORM PROCEDURE-OPSUM-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-OPS-AT-EOF
                   READ EXCEPT-FILE
                       AT END
                           SET WS-OPS-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-OPS-AT-EOF THEN
                       PERFORM PROCEDURE-OPSUM-EXCEPT-RECORD
                   END-IF
               END-PERFORM
               CLOSE EXCEPT-FILE
               IF WS-OPS-FILE-DATE < WS-OPS-PRIOR-DATE
                   OR WS-OPS-FILE-DATE > WS-OPS-DATE THEN
                   MOVE SPACES TO WS-OPS-RPT-LINE
                   STRING "  exception file "
                       FUNCTION TRIM(WS-EXCEPT-FILENAME)
                       " is dated " WS-OPS-FILE-DATE
                       ", outside the window, not counted"
                       DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
                   PERFORM PROCEDURE-OPSUM-UNAVAILABLE
                   MOVE 0 TO WS-OPS-EXC-TOTAL
                   MOVE 0 TO WS-OPS-OTHER-COUNT
                   PERFORM VARYING WS-OPS-RSN-IDX FROM 1 BY 1
                       UNTIL WS-OPS-RSN-IDX > 5
                       MOVE 0 TO WS-OPS-RSN-COUNT(WS-OPS-RSN-IDX)
                   END-PERFORM
               ELSE
                   MOVE SPACES TO WS-OPS-RPT-LINE
                   STRING "  exception file "
                       FUNCTION TRIM(WS-EXCEPT-FILENAME)
                       " dated " WS-OPS-FILE-DATE ": "
                       WS-OPS-EXC-TOTAL " record(s)"
                       DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
                   PERFORM PROCEDURE-OPSUM-LINE
               END-IF
           END-IF.
           PERFORM VARYING WS-OPS-RSN-IDX FROM 1 BY 1
               UNTIL WS-OPS-RSN-IDX > 5
               MOVE SPACES TO WS-OPS-RPT-LINE
               STRING "    " WS-OPS-RSN-CODE(WS-OPS-RSN-IDX) "  "
                   WS-OPS-RSN-COUNT(WS-OPS-RSN-IDX)
                   DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-OPS-RPT-LINE.
           STRING "    other " WS-OPS-OTHER-COUNT
               DELIMITED BY SIZE INTO WS-OPS-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
           PERFORM PROCEDURE-OPSUM-REJECTS.
       PROCEDURE-OPSUM-EXCEPT-RECORD.
           IF EXCEPT-RECORD(1:4) = "HDR " THEN
               MOVE EXCEPT-RECORD(12:8) TO WS-OPS-FILE-DATE
           ELSE IF EXCEPT-RECORD(1:4) NOT = "TRL " THEN
               ADD 1 TO WS-OPS-EXC-TOTAL
               MOVE "N" TO WS-OPS-RSN-FOUND
               PERFORM VARYING WS-OPS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-OPS-RSN-IDX > 5 OR WS-OPS-RSN-IS-FOUND
                   IF EXCEPT-RECORD(22:4)
                       = WS-OPS-RSN-CODE(WS-OPS-RSN-IDX) THEN
                       ADD 1 TO WS-OPS-RSN-COUNT(WS-OPS-RSN-IDX)
                       SET WS-OPS-RSN-IS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-OPS-RSN-IS-FOUND THEN
                   ADD 1 TO WS-OPS-OTHER-COUNT
               END-IF
           END-IF
           END-IF.
       PROCEDURE-OPSUM-REJECTS.
      *the enrich reject file is counted whole, by the same rule
           MOVE "N" TO WS-OPS-EOF.
           MOVE SPACES TO WS-OPS-FILE-DATE.
           MOVE 0 TO WS-OPS-REJ-COUNT.
           OPEN INPUT ENRICH-REJ-FILE.
           IF WS-ENRICH-REJ-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-OPS-RPT-LINE
               STRING "  reject file "
                   FUNCTION TRIM(WS-ENRICH-REJFILE)
                   " not available (file status "
                   WS-ENRICH-REJ-STATUS ")" INTO WS-OPS-RPT-LINE
               PERFORM PROCEDURE-OPSUM-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-OPS-AT-EOF
                   READ ENRICH-REJ-FILE
                       AT END
                           SET WS-OPS-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-OPS-AT-EOF THEN
                       IF ENRICH-REJ-RECORD(1:4) = "HDR " THEN
                           MOVE ENRICH-REJ-RECORD(12:8)
                               TO WS-OPS-FILE-DATE
                       ELSE IF ENRICH-REJ-RECORD(1:4) NOT = "TRL " THEN
                           ADD 1 TO WS-OPS-REJ-COUNT
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ENRICH-REJ-FILE
               MOVE SPACES TO WS-OPS-RPT-LINE
               IF WS-OPS-FILE-DATE < WS-OPS-PRIOR-DATE
                   OR WS-OPS-FILE-DATE > WS-OPS-DATE THEN
                   MOVE 0 TO WS-OPS-REJ-COUNT
                   STRING "  reject file "
                       FUNCTION TRIM(WS-ENRICH-REJFILE)
                       " is dated " WS-OPS-FILE-DATE
                       ", outside the window, not counted"
                       DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
                   PERFORM PROCEDURE-OPSUM-UNAVAILABLE
               ELSE
                   STRING "  reject file "
                       FUNCTION TRIM(WS-ENRICH-REJFILE)
                       " dated " WS-OPS-FILE-DATE ": "
                       WS-OPS-REJ-COUNT " enrich reject(s)"
                       DELIMITED BY SIZE INTO WS-OPS-RPT-LINE
                   PERFORM PROCEDURE-OPSUM-LINE
               END-IF
           END-IF.
       PROCEDURE-OPSUM-STATUS.
      *red for a failed run or a missed schedule item; amber for
      *anything else that wants a look, including a missing input
           IF WS-OPS-FAIL-COUNT > 0 OR WS-OPS-MISS-COUNT > 0 THEN
               MOVE "RED" TO WS-OPS-STATUS-NAME
           ELSE IF WS-OPS-WARN-COUNT > 0
               OR WS-OPS-RESTART-COUNT > 0
               OR WS-OPS-ALERT-COUNT > 0
               OR WS-OPS-EXC-TOTAL > 0
               OR WS-OPS-REJ-COUNT > 0
               OR WS-OPS-UNAVAIL-COUNT > 0 THEN
               MOVE "AMBER" TO WS-OPS-STATUS-NAME
           ELSE
               MOVE "GREEN" TO WS-OPS-STATUS-NAME
           END-IF
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-OPS-RPT-LINE.
           MOVE ALL "=" TO WS-OPS-RPT-LINE(1:60).
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
           MOVE SPACES TO WS-OPS-RPT-LINE.
           STRING "STATUS " WS-OPS-STATUS-NAME
               "  failed runs " WS-OPS-FAIL-COUNT
               "  rc 4 runs " WS-OPS-WARN-COUNT
               "  restarts " WS-OPS-RESTART-COUNT
               "  alerts " WS-OPS-ALERT-COUNT
               "  missed " WS-OPS-MISS-COUNT
               "  exceptions " WS-OPS-EXC-TOTAL
               "  rejects " WS-OPS-REJ-COUNT
               "  gaps " WS-OPS-UNAVAIL-COUNT
               DELIMITED BY SIZE INTO WS-OPS-RPT-LINE.
           WRITE REPORT-RECORD FROM WS-OPS-RPT-LINE.
       PROCEDURE-EOD-CLOSE.
      *marks the processing date closing; file work is refused from
      *here until the roll has moved the date on
           MOVE "N" TO WS-STEP-ABORT.
           MOVE WS-CURRENT-DATE TO WS-ROLL-FROM-DATE.
           MOVE SPACES TO WS-ROLL-REASON.
      *an as-of run rebuilds the past and must not move the live
      *control record
           IF WS-ASOF-DATE NOT = 0 THEN
               DISPLAY "error: calendars are shown as of "
                   WS-ASOF-DATE ", the processing date cannot be"
                   " closed"
               PERFORM PROCEDURE-RUN-ABORT
           END-IF.
           IF WS-PDC-IS-CLOSING THEN
               DISPLAY "eodclose: processing date " WS-CURRENT-DATE
                   " is already marked closing"
               MOVE 4 TO RETURN-CODE
           ELSE
               SET WS-PDC-IS-CLOSING TO TRUE
               PERFORM PROCEDURE-PDC-WRITE
               IF NOT WS-PDC-IS-WRITTEN THEN
                   PERFORM PROCEDURE-RUN-ABORT
               END-IF
               MOVE "CLOSING" TO WS-ROLL-RESULT
               PERFORM PROCEDURE-ROLL-LOG-WRITE
               DISPLAY "eodclose: processing date " WS-CURRENT-DATE
                   " marked closing"
           END-IF.
       PROCEDURE-EOD-ROLL.
      *moves the processing date to the next business day on the
      *control calendar. the date is marked closing first, so a roll
      *that stops part way leaves batch work held and can simply be
      *run again; a roll that was already made is refused
           MOVE "N" TO WS-STEP-ABORT.
           MOVE WS-CURRENT-DATE TO WS-ROLL-FROM-DATE.
           MOVE SPACES TO WS-ROLL-REASON.
           IF WS-ASOF-DATE NOT = 0 THEN
               STRING "calendars are shown as of " WS-ASOF-DATE
                   ", no roll is made"
                   DELIMITED BY SIZE INTO WS-ROLL-REASON
           ELSE IF WS-ROLL-DATE-INPUT NOT = SPACES THEN
               IF WS-ROLL-DATE-INPUT NOT = WS-ROLL-FROM-DATE THEN
                   STRING "processing date is " WS-ROLL-FROM-DATE
                       ", not " WS-ROLL-DATE-INPUT
                       DELIMITED BY SIZE INTO WS-ROLL-REASON
               END-IF
           ELSE IF WS-PDC-IS-ROLLED
               AND WS-PDC-ROLLED-ON = WS-RUN-START-DATE THEN
               STRING "rolled today already, to roll again name "
                   "the date as EODROLL=YYYYMMDD"
                   DELIMITED BY SIZE INTO WS-ROLL-REASON
           END-IF
           END-IF
           END-IF.
           IF WS-ROLL-REASON = SPACES THEN
               PERFORM PROCEDURE-ROLL-LOG-SCAN
           END-IF.
           IF WS-ROLL-REASON NOT = SPACES THEN
               MOVE "REFUSED" TO WS-ROLL-RESULT
               PERFORM PROCEDURE-ROLL-LOG-WRITE
               DISPLAY "error: roll refused, "
                   FUNCTION TRIM(WS-ROLL-REASON)
               PERFORM PROCEDURE-RUN-ABORT
           END-IF.
           SET WS-PDC-IS-CLOSING TO TRUE.
           PERFORM PROCEDURE-PDC-WRITE.
           IF NOT WS-PDC-IS-WRITTEN THEN
               PERFORM PROCEDURE-RUN-ABORT
           END-IF.
           PERFORM PROCEDURE-PDC-NEIGHBOURS.
           MOVE WS-PDC-NEXT-DATE TO WS-CURRENT-DATE.
           PERFORM PROCEDURE-PDC-NEIGHBOURS.
           SET WS-PDC-IS-ROLLED TO TRUE.
           MOVE WS-RUN-START-DATE TO WS-PDC-ROLLED-ON.
           PERFORM PROCEDURE-PDC-WRITE.
           IF NOT WS-PDC-IS-WRITTEN THEN
               PERFORM PROCEDURE-RUN-ABORT
           END-IF.
           MOVE "ROLLED" TO WS-ROLL-RESULT.
           PERFORM PROCEDURE-ROLL-LOG-WRITE.
           DISPLAY "eodroll: " WS-ROLL-FROM-DATE " rolled to "
               WS-CURRENT-DATE " on " FUNCTION TRIM(WS-PDC-CALENDAR)
               " (prior " WS-PDC-PRIOR-DATE ", next "
               WS-PDC-NEXT-DATE ")".
       PROCEDURE-ROLL-LOG-SCAN.
      *a date that has been rolled once is not rolled again, even
      *when the control record has been set back to it by hand
           MOVE "N" TO WS-ROLLLOG-EOF.
           OPEN INPUT ROLLLOG-FILE.
           IF WS-ROLLLOG-STATUS = "00" THEN
               PERFORM UNTIL WS-ROLLLOG-AT-EOF
                   READ ROLLLOG-FILE
                       AT END
                           SET WS-ROLLLOG-AT-EOF TO TRUE
                   END-READ
                   IF NOT WS-ROLLLOG-AT-EOF THEN
                       MOVE SPACES TO WS-RLG-FIELDS
                       UNSTRING ROLLLOG-RECORD DELIMITED BY " | "
                           INTO WS-RLG-RESULT WS-RLG-STAMP
                               WS-RLG-OPERATOR WS-RLG-CALENDAR
                               WS-RLG-FROM
                       END-UNSTRING
                       IF WS-RLG-RESULT = "ROLLED"
                           AND WS-RLG-FROM = WS-ROLL-FROM-DATE THEN
                           MOVE SPACES TO WS-ROLL-REASON
                           STRING WS-ROLL-FROM-DATE
                               " was already rolled at " WS-RLG-STAMP
                               DELIMITED BY SIZE INTO WS-ROLL-REASON
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ROLLLOG-FILE
           END-IF.
       PROCEDURE-ROLL-LOG-WRITE.
      *one record for every close, roll or refusal: result, stamp,
      *operator, control calendar, the date rolled from, the date
      *now current and its neighbours, and why a roll was refused
           OPEN EXTEND ROLLLOG-FILE.
           IF WS-ROLLLOG-STATUS = "35" THEN
               OPEN OUTPUT ROLLLOG-FILE
           END-IF.
           IF WS-ROLLLOG-STATUS NOT = "00" THEN
               DISPLAY "warning: could not write roll log "
                   FUNCTION TRIM(WS-ROLLLOG-FILENAME)
                   " (file status " WS-ROLLLOG-STATUS ")"
           ELSE
               ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-END-TIME FROM TIME
               IF WS-OPERATOR = SPACES THEN
                   MOVE "-" TO WS-OPERATOR
               END-IF
               MOVE SPACES TO WS-ROLLLOG-LINE
               STRING FUNCTION TRIM(WS-ROLL-RESULT) " | "
                   WS-RUN-END-DATE "." WS-RUN-END-TIME " | "
                   FUNCTION TRIM(WS-OPERATOR) " | "
                   FUNCTION TRIM(WS-PDC-CALENDAR) " | "
                   WS-ROLL-FROM-DATE " | "
                   WS-CURRENT-DATE " | "
                   WS-PDC-PRIOR-DATE " | "
                   WS-PDC-NEXT-DATE " | "
                   FUNCTION TRIM(WS-ROLL-REASON) INTO WS-ROLLLOG-LINE
               WRITE ROLLLOG-RECORD FROM WS-ROLLLOG-LINE
               CLOSE ROLLLOG-FILE
           END-IF.
       PROCEDURE-STREAM-RUN.
      *run the steps of a job stream in order; a restart picks up
      *at the first step the checkpoint does not show as finished
           MOVE WS-RUN-START-DATE TO WS-STREAM-START-DATE.
           MOVE WS-RUN-START-TIME TO WS-STREAM-START-TIME.
           MOVE WS-ENRICH-OUTFILE TO WS-STREAM-DFT-OUTFILE.
           MOVE WS-ENRICH-REJFILE TO WS-STREAM-DFT-REJFILE.
           MOVE WS-EXCEPT-FILENAME TO WS-STREAM-DFT-EXCFILE.
           PERFORM PROCEDURE-STREAM-LOAD.
           MOVE 0 TO WS-STREAM-MAX-RC.
           MOVE 0 TO WS-STREAM-RAN-COUNT.
           MOVE 0 TO WS-STREAM-SKIP-COUNT.
           MOVE 0 TO WS-STREAM-FAIL-COUNT.
           MOVE 1 TO WS-STREAM-RESUME-AT.
           IF WS-RESTART-ON THEN
               PERFORM PROCEDURE-STREAM-READ-CHECKPOINT
           END-IF.
           COMPUTE WS-STREAM-DONE-COUNT = WS-STREAM-RESUME-AT - 1.
           PERFORM VARYING WS-STP-IDX FROM WS-STREAM-RESUME-AT BY 1
               UNTIL WS-STP-IDX > WS-STREAM-STEP-COUNT
               PERFORM PROCEDURE-STREAM-STEP
           END-PERFORM.
      *the checkpoint stays behind while any step is unfinished
           IF WS-STREAM-DONE-COUNT = WS-STREAM-STEP-COUNT THEN
               DELETE FILE CHECKPOINT-FILE
           END-IF.
           PERFORM PROCEDURE-STREAM-SUMMARY.
       PROCEDURE-STREAM-LOAD.
      *every line is checked before the first step runs, so a typo
      *in step six does not leave the stream half done
           MOVE 0 TO WS-STREAM-STEP-COUNT.
           MOVE 0 TO WS-STREAM-LINE-COUNT.
           MOVE 0 TO WS-STREAM-BAD-COUNT.
           MOVE "N" TO WS-STREAM-EOF.
           OPEN INPUT STREAM-FILE.
           IF WS-STREAM-STATUS NOT = "00" THEN
               DISPLAY "error: could not open stream file "
                   FUNCTION TRIM(WS-STREAM-FILENAME)
                   " (file status " WS-STREAM-STATUS ")"
               MOVE 16 TO RETURN-CODE
               PERFORM PROCEDURE-RUN-HISTORY-WRITE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STREAM-AT-EOF
               READ STREAM-FILE
                   AT END
                       SET WS-STREAM-AT-EOF TO TRUE
               END-READ
               IF NOT WS-STREAM-AT-EOF THEN
                   ADD 1 TO WS-STREAM-LINE-COUNT
                   PERFORM PROCEDURE-STREAM-PARSE-LINE
               END-IF
           END-PERFORM.
           CLOSE STREAM-FILE.
           IF WS-STREAM-BAD-COUNT = 0
               AND WS-STREAM-STEP-COUNT = 0 THEN
               DISPLAY "error: stream file "
                   FUNCTION TRIM(WS-STREAM-FILENAME)
                   " has no steps"
               MOVE 16 TO RETURN-CODE
               PERFORM PROCEDURE-RUN-HISTORY-WRITE
               STOP RUN
           END-IF.
           IF WS-STREAM-BAD-COUNT > 0 THEN
               DISPLAY "error: stream file "
                   FUNCTION TRIM(WS-STREAM-FILENAME) " has "
                   WS-STREAM-BAD-COUNT " bad line(s), no step was run"
               MOVE 16 TO RETURN-CODE
               PERFORM PROCEDURE-RUN-HISTORY-WRITE
               STOP RUN
           END-IF.
       PROCEDURE-STREAM-PARSE-LINE.
           IF STREAM-RECORD = SPACES
               OR STREAM-RECORD(1:1) = "*" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-STP-TOKENS
               MOVE SPACES TO WS-STP-ERROR
               UNSTRING STREAM-RECORD DELIMITED BY ALL " "
                   INTO WS-STP-TOKEN(1) WS-STP-TOKEN(2)
                       WS-STP-TOKEN(3) WS-STP-TOKEN(4)
                       WS-STP-TOKEN(5) WS-STP-TOKEN(6)
                       WS-STP-TOKEN(7)
                   ON OVERFLOW
                       MOVE "more than seven fields" TO WS-STP-ERROR
               END-UNSTRING
               IF WS-STP-ERROR = SPACES THEN
                   PERFORM PROCEDURE-STREAM-CHECK-STEP
               END-IF
               IF WS-STP-ERROR NOT = SPACES THEN
                   ADD 1 TO WS-STREAM-BAD-COUNT
                   DISPLAY "error: stream line " WS-STREAM-LINE-COUNT
                       ": " FUNCTION TRIM(WS-STP-ERROR)
               END-IF
           END-IF.
       PROCEDURE-STREAM-CHECK-STEP.
           PERFORM VARYING WS-STP-TOK-IDX FROM 1 BY 1
               UNTIL WS-STP-TOK-IDX > 3
               MOVE FUNCTION UPPER-CASE(WS-STP-TOKEN(WS-STP-TOK-IDX))
                   TO WS-STP-TOKEN(WS-STP-TOK-IDX)
           END-PERFORM.
           PERFORM VARYING WS-STP-TOK-IDX FROM 5 BY 1
               UNTIL WS-STP-TOK-IDX > 7
               IF WS-STP-TOKEN(WS-STP-TOK-IDX) = SPACES THEN
                   MOVE "-" TO WS-STP-TOKEN(WS-STP-TOK-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-STP-JDX FROM 1 BY 1
               UNTIL WS-STP-JDX > WS-STREAM-STEP-COUNT
                   OR WS-STP-NAME(WS-STP-JDX) = WS-STP-TOKEN(1)
               CONTINUE
           END-PERFORM.
           IF WS-STREAM-STEP-COUNT >= 50 THEN
               MOVE "more than 50 steps" TO WS-STP-ERROR
           ELSE IF WS-STP-TOKEN(1) = SPACES THEN
               MOVE "step name must start in column 1"
                   TO WS-STP-ERROR
           ELSE IF WS-STP-TOKEN(1)(9:72) NOT = SPACES THEN
               MOVE "step name is longer than 8" TO WS-STP-ERROR
           ELSE IF WS-STP-JDX <= WS-STREAM-STEP-COUNT THEN
               MOVE "step name is used twice" TO WS-STP-ERROR
           ELSE IF WS-STP-TOKEN(2) NOT = "ENRICH"
               AND WS-STP-TOKEN(2) NOT = "VALIDATE"
               AND WS-STP-TOKEN(2) NOT = "AGING"
               AND WS-STP-TOKEN(2) NOT = "SPLIT" THEN
               MOVE "mode must be ENRICH, VALIDATE, AGING or SPLIT"
                   TO WS-STP-ERROR
           ELSE IF WS-STP-TOKEN(3) NOT = "ALWAYS"
               AND WS-STP-TOKEN(3) NOT = "CLEAN"
               AND WS-STP-TOKEN(3) NOT = "FAILED" THEN
               MOVE "condition must be ALWAYS, CLEAN or FAILED"
                   TO WS-STP-ERROR
           ELSE IF WS-STP-TOKEN(4) = SPACES
               OR WS-STP-TOKEN(4) = "-" THEN
               MOVE "input file is missing" TO WS-STP-ERROR
           ELSE IF WS-STP-TOKEN(5)(21:60) NOT = SPACES
               OR WS-STP-TOKEN(6)(21:60) NOT = SPACES
               OR WS-STP-TOKEN(7)(21:60) NOT = SPACES THEN
               MOVE "output file names are 20 characters at most"
                   TO WS-STP-ERROR
           ELSE
               ADD 1 TO WS-STREAM-STEP-COUNT
               MOVE WS-STP-TOKEN(1) TO WS-STP-NAME(WS-STREAM-STEP-COUNT)
               MOVE WS-STP-TOKEN(2) TO WS-STP-MODE(WS-STREAM-STEP-COUNT)
               MOVE WS-STP-TOKEN(3) TO WS-STP-COND(WS-STREAM-STEP-COUNT)
               MOVE WS-STP-TOKEN(4)
                   TO WS-STP-INFILE(WS-STREAM-STEP-COUNT)
               MOVE WS-STP-TOKEN(5)
                   TO WS-STP-OUTFILE(WS-STREAM-STEP-COUNT)
               MOVE WS-STP-TOKEN(6)
                   TO WS-STP-REJFILE(WS-STREAM-STEP-COUNT)
               MOVE WS-STP-TOKEN(7)
                   TO WS-STP-EXCFILE(WS-STREAM-STEP-COUNT)
               MOVE 0 TO WS-STP-RC(WS-STREAM-STEP-COUNT)
               MOVE SPACE TO WS-STP-STATE(WS-STREAM-STEP-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       PROCEDURE-STREAM-STEP.
      *CLEAN and FAILED look at the highest rc of the steps that ran
      *before this one, including those finished before a restart
           MOVE "N" TO WS-STEP-RUN-FLAG.
           IF WS-STP-COND(WS-STP-IDX) = "ALWAYS" THEN
               SET WS-STEP-WILL-RUN TO TRUE
           ELSE IF WS-STP-COND(WS-STP-IDX) = "CLEAN"
               AND WS-STREAM-MAX-RC = 0 THEN
               SET WS-STEP-WILL-RUN TO TRUE
           ELSE IF WS-STP-COND(WS-STP-IDX) = "FAILED"
               AND WS-STREAM-MAX-RC > 0 THEN
               SET WS-STEP-WILL-RUN TO TRUE
           END-IF
           END-IF
           END-IF.
           IF WS-STEP-WILL-RUN THEN
               PERFORM PROCEDURE-STREAM-STEP-RUN
               ADD 1 TO WS-STREAM-RAN-COUNT
               MOVE RETURN-CODE TO WS-STP-RC(WS-STP-IDX)
               IF WS-STEP-IS-ABORTED THEN
                   MOVE "A" TO WS-STP-STATE(WS-STP-IDX)
               ELSE
                   MOVE "R" TO WS-STP-STATE(WS-STP-IDX)
               END-IF
               IF WS-STP-RC(WS-STP-IDX) > 0 THEN
                   ADD 1 TO WS-STREAM-FAIL-COUNT
               END-IF
               IF WS-STP-RC(WS-STP-IDX) > WS-STREAM-MAX-RC THEN
                   MOVE WS-STP-RC(WS-STP-IDX) TO WS-STREAM-MAX-RC
               END-IF
           ELSE
               ADD 1 TO WS-STREAM-SKIP-COUNT
               MOVE "S" TO WS-STP-STATE(WS-STP-IDX)
               DISPLAY "step " FUNCTION TRIM(WS-STP-NAME(WS-STP-IDX))
                   " skipped, condition "
                   FUNCTION TRIM(WS-STP-COND(WS-STP-IDX)) " not met"
           END-IF.
      *only an unbroken run of finished steps from the top moves
      *the checkpoint, so a restart never passes an aborted step
           IF WS-STP-STATE(WS-STP-IDX) NOT = "A"
               AND WS-STREAM-DONE-COUNT + 1 = WS-STP-IDX THEN
               MOVE WS-STP-IDX TO WS-STREAM-DONE-COUNT
               PERFORM PROCEDURE-STREAM-WRITE-CHECKPOINT
           END-IF.
       PROCEDURE-STREAM-STEP-RUN.
           DISPLAY "step " FUNCTION TRIM(WS-STP-NAME(WS-STP-IDX)) ": "
               FUNCTION TRIM(WS-STP-MODE(WS-STP-IDX)) " "
               FUNCTION TRIM(WS-STP-INFILE(WS-STP-IDX)).
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-STEP-ABORT.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PROCEDURE-STREAM-RESET-COUNTS.
           MOVE WS-STREAM-DFT-OUTFILE TO WS-ENRICH-OUTFILE.
           MOVE WS-STREAM-DFT-REJFILE TO WS-ENRICH-REJFILE.
           MOVE WS-STREAM-DFT-EXCFILE TO WS-EXCEPT-FILENAME.
           IF WS-STP-OUTFILE(WS-STP-IDX) NOT = "-" THEN
               MOVE WS-STP-OUTFILE(WS-STP-IDX) TO WS-ENRICH-OUTFILE
           END-IF.
           IF WS-STP-REJFILE(WS-STP-IDX) NOT = "-" THEN
               MOVE WS-STP-REJFILE(WS-STP-IDX) TO WS-ENRICH-REJFILE
           END-IF.
           IF WS-STP-EXCFILE(WS-STP-IDX) NOT = "-" THEN
               MOVE WS-STP-EXCFILE(WS-STP-IDX) TO WS-EXCEPT-FILENAME
           END-IF.
           MOVE WS-STP-MODE(WS-STP-IDX) TO WS-RUN-TYPE.
           MOVE WS-STP-INFILE(WS-STP-IDX) TO WS-RUN-INPUT.
           IF WS-STP-MODE(WS-STP-IDX) = "ENRICH" THEN
               MOVE WS-STP-INFILE(WS-STP-IDX) TO WS-ENRICH-INFILE
               PERFORM PROCEDURE-ENRICH-RUN
               MOVE WS-ENRICH-IN-COUNT TO WS-RUN-PROCESSED
               MOVE WS-ENRICH-REJ-COUNT TO WS-RUN-REJECTS
           ELSE IF WS-STP-MODE(WS-STP-IDX) = "VALIDATE" THEN
               MOVE WS-STP-INFILE(WS-STP-IDX) TO WS-VALIDATE-INFILE
               PERFORM PROCEDURE-VALIDATE-RUN
               MOVE WS-VAL-IN-COUNT TO WS-RUN-PROCESSED
               COMPUTE WS-RUN-REJECTS = WS-VAL-INVALID-COUNT
                   + WS-VAL-WEEKEND-COUNT + WS-VAL-HOLIDAY-COUNT
           ELSE IF WS-STP-MODE(WS-STP-IDX) = "AGING" THEN
               MOVE WS-STP-INFILE(WS-STP-IDX) TO WS-VALIDATE-INFILE
               PERFORM PROCEDURE-AGING-RUN
               MOVE WS-AGE-IN-COUNT TO WS-RUN-PROCESSED
               COMPUTE WS-RUN-REJECTS = WS-AGE-INVALID-COUNT
                   + WS-AGE-OVER-COUNT
           ELSE
               MOVE WS-STP-INFILE(WS-STP-IDX) TO WS-VALIDATE-INFILE
               PERFORM PROCEDURE-LOAD-FISCAL
               PERFORM PROCEDURE-SPLIT-RUN
               MOVE WS-SPLIT-IN-COUNT TO WS-RUN-PROCESSED
               MOVE WS-SPLIT-EXC-COUNT TO WS-RUN-REJECTS
           END-IF
           END-IF
           END-IF.
           PERFORM PROCEDURE-RUN-HISTORY-WRITE.
       PROCEDURE-STREAM-RESET-COUNTS.
      *the same mode may run more than once in a stream
           MOVE "N" TO WS-ENRICH-EOF.
           MOVE "N" TO WS-VALIDATE-EOF.
           MOVE 0 TO WS-ENRICH-IN-COUNT.
           MOVE 0 TO WS-ENRICH-OUT-COUNT.
           MOVE 0 TO WS-ENRICH-REJ-COUNT.
           MOVE 0 TO WS-VAL-IN-COUNT.
           MOVE 0 TO WS-VAL-OK-COUNT.
           MOVE 0 TO WS-VAL-INVALID-COUNT.
           MOVE 0 TO WS-VAL-WEEKEND-COUNT.
           MOVE 0 TO WS-VAL-HOLIDAY-COUNT.
           MOVE 0 TO WS-AGE-IN-COUNT.
           MOVE 0 TO WS-AGE-INVALID-COUNT.
           MOVE 0 TO WS-AGE-CUR-COUNT.
           MOVE 0 TO WS-AGE-30-COUNT.
           MOVE 0 TO WS-AGE-60-COUNT.
           MOVE 0 TO WS-AGE-90-COUNT.
           MOVE 0 TO WS-AGE-OVER-COUNT.
           MOVE 0 TO WS-SPLIT-IN-COUNT.
           MOVE 0 TO WS-SPLIT-EXC-COUNT.
           MOVE 0 TO WS-SPLIT-PERIOD-COUNT.
           MOVE 0 TO WS-EXC-OUT-COUNT.
       PROCEDURE-STREAM-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00" THEN
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE WS-STREAM-DONE-COUNT TO WS-CHK-LINE-COUNT
               MOVE WS-CHK-LINE-COUNT TO CHK-STM-STEPS
               MOVE WS-CURRENT-DATE TO CHK-STM-DATE
               MOVE "S" TO CHK-STM-TAG
               MOVE WS-STREAM-MAX-RC TO CHK-STM-MAX-RC
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
       PROCEDURE-STREAM-READ-CHECKPOINT.
           MOVE "N" TO WS-CHECKPOINT-FOUND.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00" THEN
               MOVE SPACES TO CHECKPOINT-RECORD
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
               END-READ
               IF CHK-STM-TAG = "S" AND CHK-STM-STEPS IS NUMERIC
                   AND CHK-STM-MAX-RC IS NUMERIC THEN
                   MOVE CHK-STM-STEPS TO WS-CHK-LINE-COUNT
                   IF WS-CHK-LINE-COUNT < WS-STREAM-STEP-COUNT THEN
                       COMPUTE WS-STREAM-RESUME-AT =
                           WS-CHK-LINE-COUNT + 1
                       MOVE CHK-STM-MAX-RC TO WS-STREAM-MAX-RC
                       IF CHK-STM-DATE IS NUMERIC THEN
                           MOVE CHK-STM-DATE TO WS-CURRENT-DATE
                       END-IF
                       SET WS-CHECKPOINT-IS-FOUND TO TRUE
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF WS-CHECKPOINT-IS-FOUND THEN
               PERFORM VARYING WS-STP-JDX FROM 1 BY 1
                   UNTIL WS-STP-JDX >= WS-STREAM-RESUME-AT
                   MOVE "D" TO WS-STP-STATE(WS-STP-JDX)
               END-PERFORM
               DISPLAY "restarted from checkpoint at step "
                   FUNCTION TRIM(WS-STP-NAME(WS-STREAM-RESUME-AT))
                   ", " WS-CHK-LINE-COUNT " step(s) already finished"
           ELSE
               DISPLAY "restart requested but no usable stream "
                   "checkpoint in "
                   FUNCTION TRIM(WS-CHECKPOINT-FILENAME)
                   ", starting from the first step"
           END-IF.
       PROCEDURE-STREAM-SUMMARY.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STREAM-STEP-COUNT
               IF WS-STP-STATE(WS-STP-IDX) = "R" THEN
                   MOVE "ran" TO WS-STP-STATE-NAME
               ELSE IF WS-STP-STATE(WS-STP-IDX) = "A" THEN
                   MOVE "aborted" TO WS-STP-STATE-NAME
               ELSE IF WS-STP-STATE(WS-STP-IDX) = "S" THEN
                   MOVE "skipped" TO WS-STP-STATE-NAME
               ELSE
                   MOVE "done" TO WS-STP-STATE-NAME
               END-IF
               END-IF
               END-IF
               IF WS-STP-STATE(WS-STP-IDX) = "R"
                   OR WS-STP-STATE(WS-STP-IDX) = "A" THEN
                   DISPLAY "  " WS-STP-NAME(WS-STP-IDX) " "
                       WS-STP-MODE(WS-STP-IDX) " "
                       WS-STP-STATE-NAME " rc " WS-STP-RC(WS-STP-IDX)
               ELSE
                   DISPLAY "  " WS-STP-NAME(WS-STP-IDX) " "
                       WS-STP-MODE(WS-STP-IDX) " "
                       WS-STP-STATE-NAME
               END-IF
           END-PERFORM.
           DISPLAY "stream: " WS-STREAM-STEP-COUNT " step(s) / "
               WS-STREAM-RAN-COUNT " run / "
               WS-STREAM-SKIP-COUNT " skipped / "
               WS-STREAM-FAIL-COUNT " nonzero / highest rc "
               WS-STREAM-MAX-RC.
      *the summary record carries the stream's own start stamp, the
      *steps run and those that ended nonzero
           MOVE WS-STREAM-START-DATE TO WS-RUN-START-DATE.
           MOVE WS-STREAM-START-TIME TO WS-RUN-START-TIME.
           MOVE "STREAM" TO WS-RUN-TYPE.
           MOVE WS-STREAM-FILENAME TO WS-RUN-INPUT.
           MOVE WS-STREAM-RAN-COUNT TO WS-RUN-PROCESSED.
           MOVE WS-STREAM-FAIL-COUNT TO WS-RUN-REJECTS.
           MOVE WS-STREAM-MAX-RC TO RETURN-CODE.
           PERFORM PROCEDURE-RUN-HISTORY-WRITE.
       PROCEDURE-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00" THEN
