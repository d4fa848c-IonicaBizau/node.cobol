000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    REQINTK.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - CONVERSION REQUEST
000140*                    INTAKE.  READS THE CONVREQ INTAKE FILE (ONE
000150*                    HEADER ROW PER REQUEST - REQUEST ID,
000160*                    REQUESTER, DEPARTMENT, PRIORITY AND DUE
000170*                    DATE - FOLLOWED BY ITS IMAGE ROWS),
000180*                    VALIDATES EACH REQUEST, REJECTS DUPLICATE
000190*                    REQUEST IDS, DUPLICATE IMAGES AND IMAGES
000200*                    THAT ARE NOT ON DISK, AND REGISTERS THE
000210*                    ACCEPTED REQUESTS AND THEIR IMAGES IN THE
000220*                    KEYED REQMST AND REQIMG MASTERS.  THE
000230*                    MANIFEST IS THEN REBUILT FROM EVERY IMAGE
000240*                    STILL QUEUED, IN PRIORITY, THEN DUE-DATE
000250*                    ORDER.  REQTRAK SETTLES EACH REQUEST AFTER
000260*                    MAIN HAS RUN.  TAKES THE ENVIRONMENT'S RUN
000270*                    LOCK, AS MANGEN DOES.  HONOURS THE
000280*                    ENVIRONMENT PROFILE FACILITY (ENV= PARM
000290*                    AGAINST ENVPROF).
000300*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
000310*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
000320*                    A REQMST OR REQIMG WRITE FAILURE NOW BACKS
000330*                    OUT THE REGISTER ROWS AND REJECTS THE REQUEST
000340*                    (REGISTER WRITE FAILED) WITHOUT QUEUEING IT.
000350*   2026-10-15  DO   EVERY PARAGRAPH NOW LEAVES THROUGH ITS OWN
000360*                    EXIT; SHARED CLOSING STEPS ARE PERFORMED.
000370*----------------------------------------------------------------
000380* INTAKE FILE LAYOUT (CONVREQ, FIXED COLUMNS).  EACH REQUEST IS
000390* ONE H ROW FOLLOWED BY ITS I ROWS.  BLANK ROWS AND ROWS WITH
000400* AN ASTERISK IN COLUMN 1 ARE IGNORED.
000410*   H ROW:  TYPE       (  1    )  H
000420*           REQUEST ID (  3- 10)  UNIQUE - NEVER REUSED
000430*           REQUESTER  ( 12- 19)
000440*           DEPARTMENT ( 21- 28)
000450*           PRIORITY   ( 30    )  1 (MOST URGENT) TO 9
000460*           DUE DATE   ( 32- 39)  YYYYMMDD
000470*   I ROW:  TYPE       (  1    )  I
000480*           IMAGE PATH (  3- 82)
000490*           OUTPUT     ( 84-123)  OPTIONAL - BLANK MEANS THE
000500*                                 IMAGE FILE NAME WITH .png, AS
000510*                                 MANGEN NAMES IT
000520*           PROFILE    (125-132)  OPTIONAL CONVPROF PROFILE OR
000530*                                 GROUP, AS IN MANIFEST
000540*
000550* A REQUEST IS REJECTED WHOLE WHEN ITS HEADER IS INCOMPLETE OR
000560* INVALID, ITS ID IS ALREADY ON FILE OR REPEATED IN THE INTAKE,
000570* OR NONE OF ITS IMAGES CAN BE QUEUED.  A REJECTED REQUEST IS
000580* NOT REGISTERED, SO IT CAN BE CORRECTED AND RESENT UNDER THE
000590* SAME ID.  OTHERWISE EACH IMAGE IS QUEUED, OR HELD BACK AS
000600* MISSING (NOT ON DISK) OR DUPLICATE (ITS PATH OR OUTPUT NAME
000610* IS ALREADY QUEUED), AND THE REQUEST GOES AHEAD WITH THE REST.
000620*
000630* THIS PROGRAM AND MANGEN BOTH REBUILD THE MANIFEST - USE ONE
000640* OR THE OTHER AHEAD OF A MAIN RUN.  RUN REQTRAK AFTER EACH
000650* MAIN RUN, OR IMAGES STILL SHOWN AS QUEUED ARE QUEUED AGAIN.
000660*----------------------------------------------------------------
000670* Compile this file on its own:
000680*
000690*  $ cobc -x example/reqintk.cbl
000700*
000710* Then execute the binary file:
000720*
000730*  $ ./reqintk
000740*----------------------------------------------------------------
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780*----------------------------------------------------------------
000790*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000800*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000810*----------------------------------------------------------------
000820     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ENVPROF-STATUS.
000850
000860*----------------------------------------------------------------
000870*    CONVERSION REQUEST INTAKE - SEQUENTIAL INPUT
000880*----------------------------------------------------------------
000890     SELECT INTAKE-FILE ASSIGN TO DYNAMIC
000900         WS-CONVREQ-FILENAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CONVREQ-STATUS.
000930
000940*----------------------------------------------------------------
000950*    REQUEST REGISTER - ONE ROW PER ACCEPTED REQUEST, AND ONE
000960*    ROW PER IMAGE KEYED BY REQUEST ID AND IMAGE SEQUENCE
000970*----------------------------------------------------------------
000980     SELECT REQUEST-MASTER-FILE ASSIGN TO DYNAMIC
000990         WS-REQMST-FILENAME
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS RM-REQUEST-ID
001030         FILE STATUS IS WS-REQMST-STATUS.
001040
001050     SELECT REQUEST-IMAGE-FILE ASSIGN TO DYNAMIC
001060         WS-REQIMG-FILENAME
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS RI-IMAGE-KEY
001100         FILE STATUS IS WS-REQIMG-STATUS.
001110
001120*----------------------------------------------------------------
001130*    IMAGE CONVERSION MANIFEST - REBUILT FROM THE QUEUED IMAGES
001140*----------------------------------------------------------------
001150     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC
001160         WS-MANIFEST-FILENAME
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-MANIFEST-STATUS.
001190
001200*----------------------------------------------------------------
001210*    INTAKE REPORT
001220*----------------------------------------------------------------
001230     SELECT INTAKE-REPORT-FILE ASSIGN TO DYNAMIC
001240         WS-REQRPT-FILENAME
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-REQRPT-STATUS.
001270
001280*----------------------------------------------------------------
001290*    RUN LOCK - ONE JOB AT A TIME PER ENVIRONMENT, AS IN MAIN
001300*----------------------------------------------------------------
001310     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001320         WS-RUNLOCK-FILENAME
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-RUNLOCK-STATUS.
001350
001360*----------------------------------------------------------------
001370*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
001380*----------------------------------------------------------------
001390     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
001400         WS-LOCKWORK-FILENAME
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-LOCKWORK-STATUS.
001430
001440*----------------------------------------------------------------
001450*    ERROR LOG AND OPERATOR ALERTS - APPENDED TO WHEN THE RUN
001460*    LOCK REFUSES OR CLEARS
001470*----------------------------------------------------------------
001480     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001490         WS-ERRLOG-FILENAME
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WS-ERRLOG-STATUS.
001520
001530     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001540         WS-ALERTS-FILENAME
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-ALERTS-STATUS.
001570
001580 DATA DIVISION.
001590 FILE SECTION.
001600 FD  ENV-PROFILE-FILE.
001610 01  ENV-PROFILE-RECORD.
001620     05  EV-ENV-NAME                 PIC X(08).
001630     05  FILLER                      PIC X(01).
001640     05  EV-PREFIX                   PIC X(20).
001650
001660 FD  INTAKE-FILE.
001670 01  INTAKE-RECORD.
001680     05  IR-RECORD-TYPE              PIC X(01).
001690     05  FILLER                      PIC X(131).
001700 01  INTAKE-HEADER-RECORD.
001710     05  IH-RECORD-TYPE              PIC X(01).
001720     05  FILLER                      PIC X(01).
001730     05  IH-REQUEST-ID               PIC X(08).
001740     05  FILLER                      PIC X(01).
001750     05  IH-REQUESTER                PIC X(08).
001760     05  FILLER                      PIC X(01).
001770     05  IH-DEPARTMENT               PIC X(08).
001780     05  FILLER                      PIC X(01).
001790     05  IH-PRIORITY                 PIC X(01).
001800     05  FILLER                      PIC X(01).
001810     05  IH-DUE-DATE                 PIC X(08).
001820     05  FILLER                      PIC X(93).
001830 01  INTAKE-IMAGE-RECORD.
001840     05  II-RECORD-TYPE              PIC X(01).
001850     05  FILLER                      PIC X(01).
001860     05  II-IMAGE-PATH               PIC X(80).
001870     05  FILLER                      PIC X(01).
001880     05  II-OUTPUT-NAME              PIC X(40).
001890     05  FILLER                      PIC X(01).
001900     05  II-PROFILE-NAME             PIC X(08).
001910
001920 FD  REQUEST-MASTER-FILE.
001930 01  REQUEST-MASTER-RECORD.
001940     05  RM-REQUEST-ID               PIC X(08).
001950     05  RM-REQUESTER                PIC X(08).
001960     05  RM-DEPARTMENT               PIC X(08).
001970     05  RM-PRIORITY                 PIC 9(01).
001980     05  RM-DUE-DATE                 PIC 9(08).
001990     05  RM-STATE                    PIC X(08).
002000     05  RM-IMAGES-REQUESTED         PIC 9(03).
002010     05  RM-IMAGES-ACCEPTED          PIC 9(03).
002020     05  RM-IMAGES-DONE              PIC 9(03).
002030     05  RM-IMAGES-FAILED            PIC 9(03).
002040     05  RM-RECEIVED-AT              PIC X(20).
002050     05  RM-LAST-RUN-ID              PIC X(16).
002060     05  RM-COMPLETED-AT             PIC X(20).
002070
002080 FD  REQUEST-IMAGE-FILE.
002090 01  REQUEST-IMAGE-RECORD.
002100     05  RI-IMAGE-KEY.
002110         10  RI-REQUEST-ID           PIC X(08).
002120         10  RI-IMAGE-SEQ            PIC 9(03).
002130     05  RI-IMAGE-PATH               PIC X(80).
002140     05  RI-OUTPUT-NAME              PIC X(40).
002150     05  RI-PROFILE-NAME             PIC X(08).
002160     05  RI-STATE                    PIC X(08).
002170     05  RI-RUN-ID                   PIC X(16).
002180
002190 FD  MANIFEST-FILE.
002200 01  MANIFEST-RECORD.
002210     05  MF-IMAGE-PATH               PIC X(80).
002220     05  MF-OUTPUT-NAME              PIC X(40).
002230     05  FILLER                      PIC X(01).
002240     05  MF-PROFILE-NAME             PIC X(08).
002250
002260 FD  INTAKE-REPORT-FILE.
002270 01  INTAKE-REPORT-RECORD            PIC X(132).
002280
002290 FD  RUN-LOCK-FILE.
002300 01  RUN-LOCK-RECORD.
002310     05  RL-RUN-ID                   PIC X(16).
002320     05  FILLER                      PIC X(01).
002330     05  RL-PROGRAM                  PIC X(08).
002340     05  FILLER                      PIC X(01).
002350     05  RL-PROCESS-ID               PIC 9(09).
002360     05  FILLER                      PIC X(01).
002370     05  RL-START-TIMESTAMP          PIC X(20).
002380
002390 FD  LOCK-WORK-FILE.
002400 01  LOCK-WORK-RECORD.
002410     05  LW-PROCESS-ID               PIC 9(10).
002420
002430 FD  ERROR-LOG-FILE.
002440 01  ERROR-LOG-RECORD.
002450     05  EL-TIMESTAMP                PIC X(20).
002460     05  FILLER                      PIC X(01)  VALUE SPACE.
002470     05  EL-STEP-NAME                PIC X(16).
002480     05  FILLER                      PIC X(01)  VALUE SPACE.
002490     05  EL-ERROR-CODE               PIC 9(04).
002500     05  FILLER                      PIC X(01)  VALUE SPACE.
002510     05  EL-SCRIPT-PATH              PIC X(80).
002520     05  FILLER                      PIC X(01)  VALUE SPACE.
002530     05  EL-ERROR-MESSAGE            PIC X(60).
002540     05  FILLER                      PIC X(01)  VALUE SPACE.
002550     05  EL-RUN-ID                   PIC X(16).
002560
002570 FD  ALERTS-FILE.
002580 01  ALERTS-RECORD.
002590     05  AL-TIMESTAMP                PIC X(20).
002600     05  FILLER                      PIC X(01).
002610     05  AL-SEVERITY                 PIC 9(01).
002620     05  FILLER                      PIC X(01).
002630     05  AL-DESTINATION              PIC X(16).
002640     05  FILLER                      PIC X(01).
002650     05  AL-ERROR-CODE               PIC 9(04).
002660     05  FILLER                      PIC X(01).
002670     05  AL-STEP-NAME                PIC X(16).
002680     05  FILLER                      PIC X(01).
002690     05  AL-MESSAGE                  PIC X(60).
002700     05  FILLER                      PIC X(01).
002710     05  AL-RUN-ID                   PIC X(16).
002720
002730 WORKING-STORAGE SECTION.
002740*----------------------------------------------------------------
002750*    FILE STATUS FIELDS
002760*----------------------------------------------------------------
002770 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
002780 01  WS-CONVREQ-STATUS               PIC X(02)  VALUE "00".
002790 01  WS-REQMST-STATUS                PIC X(02)  VALUE "00".
002800 01  WS-REQIMG-STATUS                PIC X(02)  VALUE "00".
002810 01  WS-MANIFEST-STATUS              PIC X(02)  VALUE "00".
002820 01  WS-REQRPT-STATUS                PIC X(02)  VALUE "00".
002830 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
002840 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
002850 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
002860 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002870
002880*----------------------------------------------------------------
002890*    SWITCHES
002900*----------------------------------------------------------------
002910 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
002920     88  WS-ENVPROF-EOF                          VALUE "Y".
002930 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
002940     88  WS-ENV-FOUND                            VALUE "Y".
002950 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
002960     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
002970 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
002980     88  WS-LOCK-FOUND                           VALUE "Y".
002990 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
003000     88  WS-LOCK-STALE                           VALUE "Y".
003010 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
003020     88  WS-RUN-LOCK-HELD                        VALUE "Y".
003030 77  WS-JOB-REFUSED-SW               PIC X(01)  VALUE "N".
003040     88  WS-JOB-REFUSED                          VALUE "Y".
003050 77  WS-REGISTER-AVAILABLE-SW        PIC X(01)  VALUE "N".
003060     88  WS-REGISTER-AVAILABLE                   VALUE "Y".
003070 77  WS-INTAKE-EOF-SW                PIC X(01)  VALUE "N".
003080     88  WS-INTAKE-EOF                           VALUE "Y".
003090 77  WS-MASTER-EOF-SW                PIC X(01)  VALUE "N".
003100     88  WS-MASTER-EOF                           VALUE "Y".
003110 77  WS-IMAGE-EOF-SW                 PIC X(01)  VALUE "N".
003120     88  WS-IMAGE-EOF                            VALUE "Y".
003130 77  WS-REQUEST-OPEN-SW              PIC X(01)  VALUE "N".
003140     88  WS-REQUEST-OPEN                         VALUE "Y".
003150 77  WS-REQUEST-REJECTED-SW          PIC X(01)  VALUE "N".
003160     88  WS-REQUEST-REJECTED                     VALUE "Y".
003170 77  WS-MATCH-FOUND-SW               PIC X(01)  VALUE "N".
003180     88  WS-MATCH-FOUND                          VALUE "Y".
003190 77  WS-SORT-DONE-SW                 PIC X(01)  VALUE "N".
003200     88  WS-SORT-DONE                            VALUE "Y".
003210 77  WS-REGISTER-ERROR-SW            PIC X(01)  VALUE "N".
003220     88  WS-REGISTER-ERROR                       VALUE "Y".
003230 77  WS-REQMST-WRITTEN-SW            PIC X(01)  VALUE "N".
003240     88  WS-REQMST-WRITTEN                       VALUE "Y".
003250
003260*----------------------------------------------------------------
003270*    COUNTERS AND SUBSCRIPTS
003280*----------------------------------------------------------------
003290 77  WS-REQUESTS-READ                PIC 9(05)  COMP VALUE ZERO.
003300 77  WS-REQUESTS-ACCEPTED            PIC 9(05)  COMP VALUE ZERO.
003310 77  WS-REQUESTS-REJECTED            PIC 9(05)  COMP VALUE ZERO.
003320 77  WS-IMAGES-READ                  PIC 9(05)  COMP VALUE ZERO.
003330 77  WS-IMAGES-QUEUED                PIC 9(05)  COMP VALUE ZERO.
003340 77  WS-IMAGES-MISSING               PIC 9(05)  COMP VALUE ZERO.
003350 77  WS-IMAGES-DUPLICATE             PIC 9(05)  COMP VALUE ZERO.
003360 77  WS-IMAGES-NOT-TAKEN             PIC 9(05)  COMP VALUE ZERO.
003370 77  WS-IMAGES-CARRIED               PIC 9(05)  COMP VALUE ZERO.
003380 77  WS-IMAGES-HELD-OVER             PIC 9(05)  COMP VALUE ZERO.
003390 77  WS-CUR-IMAGE-COUNT              PIC 9(04)  COMP VALUE ZERO.
003400 77  WS-CUR-ACCEPTED-COUNT           PIC 9(04)  COMP VALUE ZERO.
003410 77  WS-IMAGE-SUB                    PIC 9(04)  COMP VALUE ZERO.
003420 77  WS-SEEN-COUNT                   PIC 9(04)  COMP VALUE ZERO.
003430 77  WS-SEEN-SUB                     PIC 9(04)  COMP VALUE ZERO.
003440 77  WS-MANIFEST-COUNT               PIC 9(04)  COMP VALUE ZERO.
003450 77  WS-REQUEST-MANIFEST-START       PIC 9(04)  COMP VALUE ZERO.
003460 77  WS-IMAGES-WRITTEN               PIC 9(04)  COMP VALUE ZERO.
003470 77  WS-MANIFEST-SUB                 PIC 9(04)  COMP VALUE ZERO.
003480 77  WS-SORT-SUB                     PIC 9(04)  COMP VALUE ZERO.
003490 77  WS-SORT-LIMIT                   PIC 9(04)  COMP VALUE ZERO.
003500 77  WS-CHAR-SUB                     PIC 9(03)  COMP VALUE ZERO.
003510 77  WS-SLASH-POS                    PIC 9(03)  COMP VALUE ZERO.
003520 77  WS-DOT-POS                      PIC 9(03)  COMP VALUE ZERO.
003530 77  WS-END-POS                      PIC 9(03)  COMP VALUE ZERO.
003540 77  WS-STEM-START                   PIC 9(03)  COMP VALUE ZERO.
003550 77  WS-STEM-LEN                     PIC 9(03)  COMP VALUE ZERO.
003560
003570*----------------------------------------------------------------
003580*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
003590*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
003600*----------------------------------------------------------------
003610 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
003620 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
003630 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
003640 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
003650 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
003660 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
003670 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
003680 01  WS-LOCK-TOKEN                   PIC X(12) VALUE SPACES.
003690 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
003700 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
003710 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
003720 01  WS-CONVREQ-FILENAME             PIC X(80) VALUE "CONVREQ".
003730 01  WS-REQMST-FILENAME              PIC X(80) VALUE "REQMST".
003740 01  WS-REQIMG-FILENAME              PIC X(80) VALUE "REQIMG".
003750 01  WS-MANIFEST-FILENAME            PIC X(80) VALUE "MANIFEST".
003760 01  WS-REQRPT-FILENAME              PIC X(80) VALUE "REQRPT".
003770
003780*----------------------------------------------------------------
003790*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
003800*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.
003810*----------------------------------------------------------------
003820 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
003830 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
003840 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
003850 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
003860 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
003870 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
003880 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
003890
003900*----------------------------------------------------------------
003910*    THE REQUEST BEING READ.  ITS IMAGES ARE HELD HERE UNTIL THE
003920*    NEXT HEADER (OR END OF FILE) CLOSES IT, SO A REQUEST THAT
003930*    ENDS UP REJECTED WRITES NOTHING TO THE REGISTER.
003940*----------------------------------------------------------------
003950 01  WS-CUR-REQUEST-ID               PIC X(08) VALUE SPACES.
003960 01  WS-CUR-REQUESTER                PIC X(08) VALUE SPACES.
003970 01  WS-CUR-DEPARTMENT               PIC X(08) VALUE SPACES.
003980 01  WS-CUR-PRIORITY                 PIC 9(01) VALUE ZERO.
003990 01  WS-CUR-DUE-DATE                 PIC 9(08) VALUE ZERO.
004000 01  WS-CUR-DUE-PARTS REDEFINES WS-CUR-DUE-DATE.
004010     05  WS-DUE-YEAR                 PIC 9(04).
004020     05  WS-DUE-MONTH                PIC 9(02).
004030     05  WS-DUE-DAY                  PIC 9(02).
004040
004050*----------------------------------------------------------------
004060*    DAYS IN EACH MONTH, FOR THE DUE DATE CHECK (FEBRUARY HAS 29
004070*    IN A LEAP YEAR)
004080*----------------------------------------------------------------
004090 01  WS-MONTH-DAYS-VALUES            PIC X(24)
004100                             VALUE "312831303130313130313031".
004110 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
004120     05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
004130 01  WS-LEAP-QUOTIENT                PIC 9(04) VALUE ZERO.
004140 01  WS-LEAP-REMAINDER-4             PIC 9(04) VALUE ZERO.
004150 01  WS-LEAP-REMAINDER-100           PIC 9(04) VALUE ZERO.
004160 01  WS-LEAP-REMAINDER-400           PIC 9(04) VALUE ZERO.
004170 01  WS-DAYS-IN-MONTH                PIC 9(02) VALUE ZERO.
004180
004190 01  WS-CUR-PRIORITY-TEXT            PIC X(01) VALUE SPACE.
004200 01  WS-CUR-DUE-DATE-TEXT            PIC X(08) VALUE SPACES.
004210 01  WS-CUR-REASON                   PIC X(40) VALUE SPACES.
004220 01  WS-IMAGE-REASON                 PIC X(30) VALUE SPACES.
004230 01  WS-CUR-IMAGE-TABLE.
004240     05  WS-CUR-IMAGE-ENTRY OCCURS 999 TIMES.
004250         10  CI-IMAGE-PATH           PIC X(80).
004260         10  CI-OUTPUT-NAME          PIC X(40).
004270         10  CI-PROFILE-NAME         PIC X(08).
004280         10  CI-STATE                PIC X(08).
004290
004300*----------------------------------------------------------------
004310*    REQUEST IDS ALREADY SEEN IN THIS INTAKE
004320*----------------------------------------------------------------
004330 01  WS-SEEN-TABLE.
004340     05  WS-SEEN-ID OCCURS 1000 TIMES PIC X(08).
004350
004360*----------------------------------------------------------------
004370*    THE MANIFEST BEING BUILT - EVERY QUEUED IMAGE, CARRIED OVER
004380*    FROM EARLIER INTAKES OR NEW TODAY, WITH ITS REQUEST'S
004390*    PRIORITY AND DUE DATE AS THE SORT KEY
004400*----------------------------------------------------------------
004410 01  WS-MANIFEST-TABLE.
004420     05  WS-MANIFEST-ENTRY OCCURS 2000 TIMES.
004430         10  MT-PRIORITY             PIC 9(01).
004440         10  MT-DUE-DATE             PIC 9(08).
004450         10  MT-REQUEST-ID           PIC X(08).
004460         10  MT-IMAGE-SEQ            PIC 9(03).
004470         10  MT-IMAGE-PATH           PIC X(80).
004480         10  MT-OUTPUT-NAME          PIC X(40).
004490         10  MT-PROFILE-NAME         PIC X(08).
004500 01  WS-SWAP-ENTRY                   PIC X(148).
004510
004520*----------------------------------------------------------------
004530*    SHELL COMMAND AND TIMESTAMP WORK AREA
004540*----------------------------------------------------------------
004550 01  WS-SHELL-COMMAND                PIC X(120) VALUE SPACES.
004560 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
004570 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
004580 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
004590
004600*----------------------------------------------------------------
004610*    REPORT LINES
004620*----------------------------------------------------------------
004630 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
004640 01  WS-COUNT-DISPLAY                PIC Z(04)9.
004650 01  WS-COUNT-DISPLAY-2              PIC Z(04)9.
004660 01  WS-HEADING-LINE-2.
004670     05  FILLER                      PIC X(09) VALUE "REQUEST".
004680     05  FILLER                      PIC X(09) VALUE "REQUESTR".
004690     05  FILLER                      PIC X(09) VALUE "DEPT".
004700     05  FILLER                      PIC X(02) VALUE "P".
004710     05  FILLER                      PIC X(09) VALUE "DUE".
004720     05  FILLER                      PIC X(09) VALUE "RESULT".
004730     05  FILLER                      PIC X(40) VALUE "REASON".
004740 01  WS-REQUEST-LINE.
004750     05  WR-REQUEST-ID               PIC X(08).
004760     05  FILLER                      PIC X(01) VALUE SPACE.
004770     05  WR-REQUESTER                PIC X(08).
004780     05  FILLER                      PIC X(01) VALUE SPACE.
004790     05  WR-DEPARTMENT               PIC X(08).
004800     05  FILLER                      PIC X(01) VALUE SPACE.
004810     05  WR-PRIORITY                 PIC X(01).
004820     05  FILLER                      PIC X(01) VALUE SPACE.
004830     05  WR-DUE-DATE                 PIC X(08).
004840     05  FILLER                      PIC X(01) VALUE SPACE.
004850     05  WR-RESULT                   PIC X(08).
004860     05  FILLER                      PIC X(01) VALUE SPACE.
004870     05  WR-REASON                   PIC X(40).
004880 01  WS-IMAGE-LINE.
004890     05  FILLER                      PIC X(04) VALUE SPACES.
004900     05  WI-IMAGE-SEQ                PIC ZZ9.
004910     05  FILLER                      PIC X(01) VALUE SPACE.
004920     05  WI-STATE                    PIC X(08).
004930     05  FILLER                      PIC X(01) VALUE SPACE.
004940     05  WI-IMAGE-PATH               PIC X(80).
004950     05  FILLER                      PIC X(01) VALUE SPACE.
004960     05  WI-REASON                   PIC X(30).
004970 01  WS-ORDER-LINE.
004980     05  FILLER                      PIC X(04) VALUE SPACES.
004990     05  WO-PRIORITY                 PIC 9(01).
005000     05  FILLER                      PIC X(01) VALUE SPACE.
005010     05  WO-DUE-DATE                 PIC 9(08).
005020     05  FILLER                      PIC X(01) VALUE SPACE.
005030     05  WO-REQUEST-ID               PIC X(08).
005040     05  FILLER                      PIC X(01) VALUE SPACE.
005050     05  WO-IMAGE-SEQ                PIC ZZ9.
005060     05  FILLER                      PIC X(01) VALUE SPACE.
005070     05  WO-OUTPUT-NAME              PIC X(40).
005080     05  FILLER                      PIC X(01) VALUE SPACE.
005090     05  WO-PROFILE-NAME             PIC X(08).
005100
005110 PROCEDURE DIVISION.
005120*================================================================
005130*    0000-MAINLINE
005140*================================================================
005150 0000-MAINLINE.
005160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005170     IF WS-JOB-REFUSED
005180         MOVE 8 TO RETURN-CODE
005190         STOP RUN
005200     END-IF
005210     IF WS-REGISTER-AVAILABLE
005220         PERFORM 2000-LOAD-QUEUED-IMAGES THRU 2000-EXIT
005230         PERFORM 3000-PROCESS-INTAKE THRU 3000-EXIT
005240         PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT
005250     END-IF
005260     PERFORM 9000-FINALIZE THRU 9000-EXIT
005270     STOP RUN.
005280
005290*================================================================
005300*    1000-INITIALIZE - ENVIRONMENT, RUN LOCK, THE REGISTER, THE
005310*    INTAKE FILE AND THE REPORT
005320*================================================================
005330 1000-INITIALIZE.
005340     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
005350     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
005360     IF WS-JOB-REFUSED
005370         GO TO 1000-EXIT
005380     END-IF
005390     PERFORM 1100-OPEN-REGISTER THRU 1100-EXIT
005400     OPEN INPUT INTAKE-FILE
005410     IF WS-CONVREQ-STATUS NOT = "00"
005420         DISPLAY "REQINTK: CONVREQ FILE NOT FOUND - NO NEW "
005430                 "REQUESTS"
005440         MOVE "Y" TO WS-INTAKE-EOF-SW
005450     END-IF
005460     OPEN OUTPUT INTAKE-REPORT-FILE
005470     PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
005480 1000-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------
005520*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
005530*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
005540*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
005550*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
005560*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
005570*    A CLEARLOCK PARM, BEFORE OR AFTER ENV=, LETS 1400 CLEAR A
005580*    STALE RUN LOCK.
005590*----------------------------------------------------------------
005600 1010-RESOLVE-ENVIRONMENT.
005610     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
005620     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
005630         INTO WS-ENV-TOKEN, WS-LOCK-TOKEN
005640     END-UNSTRING
005650     IF WS-ENV-TOKEN = "CLEARLOCK" OR WS-LOCK-TOKEN = "CLEARLOCK"
005660         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
005670     END-IF
005680     IF WS-LOCK-TOKEN (1:4) = "ENV="
005690         MOVE WS-LOCK-TOKEN TO WS-ENV-TOKEN
005700     END-IF
005710     IF WS-ENV-TOKEN (1:4) = "ENV="
005720         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
005730         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
005740     END-IF
005750     MOVE "CONVREQ" TO WS-BASE-FILENAME
005760     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005770     MOVE WS-BUILT-FILENAME TO WS-CONVREQ-FILENAME
005780     MOVE "REQMST" TO WS-BASE-FILENAME
005790     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005800     MOVE WS-BUILT-FILENAME TO WS-REQMST-FILENAME
005810     MOVE "REQIMG" TO WS-BASE-FILENAME
005820     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005830     MOVE WS-BUILT-FILENAME TO WS-REQIMG-FILENAME
005840     MOVE "MANIFEST" TO WS-BASE-FILENAME
005850     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005860     MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
005870     MOVE "REQRPT" TO WS-BASE-FILENAME
005880     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005890     MOVE WS-BUILT-FILENAME TO WS-REQRPT-FILENAME
005900     MOVE "RUNLOCK" TO WS-BASE-FILENAME
005910     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005920     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
005930     MOVE "LOCKWORK" TO WS-BASE-FILENAME
005940     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005950     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
005960     MOVE "ERRLOG" TO WS-BASE-FILENAME
005970     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005980     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
005990     MOVE "ALERTS" TO WS-BASE-FILENAME
006000     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006010     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME.
006020 1010-EXIT.
006030     EXIT.
006040
006050 1020-LOAD-ENV-PROFILE.
006060     MOVE "N" TO WS-ENV-FOUND-SW
006070     MOVE "N" TO WS-ENVPROF-EOF-SW
006080     OPEN INPUT ENV-PROFILE-FILE
006090     IF WS-ENVPROF-STATUS NOT = "00"
006100         MOVE "Y" TO WS-ENVPROF-EOF-SW
006110     END-IF
006120     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
006130         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
006140     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
006150         CLOSE ENV-PROFILE-FILE
006160     END-IF
006170     IF WS-ENV-FOUND
006180         DISPLAY "REQINTK: ENVIRONMENT " WS-ENV-NAME
006190                 " - FILE PREFIX " WS-ENV-PREFIX
006200     ELSE
006210         MOVE SPACES TO WS-ENV-PREFIX
006220         STRING WS-ENV-NAME DELIMITED BY SPACE
006230                "."         DELIMITED BY SIZE
006240                INTO WS-ENV-PREFIX
006250         DISPLAY "REQINTK: ENVIRONMENT " WS-ENV-NAME
006260                 " NOT IN ENVPROF - USING PREFIX "
006270                 WS-ENV-PREFIX
006280     END-IF.
006290 1020-EXIT.
006300     EXIT.
006310
006320 1030-READ-ONE-PROFILE.
006330     READ ENV-PROFILE-FILE
006340         AT END
006350             MOVE "Y" TO WS-ENVPROF-EOF-SW
006360     END-READ
006370     IF WS-ENVPROF-EOF
006380         GO TO 1030-EXIT
006390     END-IF
006400     IF ENV-PROFILE-RECORD = SPACES
006410         OR EV-ENV-NAME (1:1) = "*"
006420         GO TO 1030-EXIT
006430     END-IF
006440     IF EV-ENV-NAME = WS-ENV-NAME
006450         SET WS-ENV-FOUND TO TRUE
006460         MOVE EV-PREFIX TO WS-ENV-PREFIX
006470     END-IF.
006480 1030-EXIT.
006490     EXIT.
006500
006510 1050-BUILD-ONE-FILENAME.
006520     MOVE SPACES TO WS-BUILT-FILENAME
006530     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
006540            WS-BASE-FILENAME DELIMITED BY SPACE
006550            INTO WS-BUILT-FILENAME.
006560 1050-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600*    1100 - OPEN BOTH REGISTER FILES FOR UPDATE.  A FILE THAT
006610*    DOES NOT EXIST YET (STATUS 35) IS CREATED, AS MAIN CREATES
006620*    RUNHIST; ANY OTHER FAILURE IS REPORTED.  WITHOUT THE
006630*    REGISTER NOTHING IS ACCEPTED AND THE MANIFEST IS LEFT ALONE.
006640*----------------------------------------------------------------
006650 1100-OPEN-REGISTER.
006660     OPEN I-O REQUEST-MASTER-FILE
006670     IF WS-REQMST-STATUS = "35"
006680         OPEN OUTPUT REQUEST-MASTER-FILE
006690         IF WS-REQMST-STATUS = "00"
006700             CLOSE REQUEST-MASTER-FILE
006710             OPEN I-O REQUEST-MASTER-FILE
006720         END-IF
006730     END-IF
006740     IF WS-REQMST-STATUS NOT = "00"
006750         DISPLAY "REQINTK: REQMST UNAVAILABLE, STATUS "
006760                 WS-REQMST-STATUS " - NOTHING ACCEPTED"
006770         GO TO 1100-EXIT
006780     END-IF
006790     OPEN I-O REQUEST-IMAGE-FILE
006800     IF WS-REQIMG-STATUS = "35"
006810         OPEN OUTPUT REQUEST-IMAGE-FILE
006820         IF WS-REQIMG-STATUS = "00"
006830             CLOSE REQUEST-IMAGE-FILE
006840             OPEN I-O REQUEST-IMAGE-FILE
006850         END-IF
006860     END-IF
006870     IF WS-REQIMG-STATUS NOT = "00"
006880         DISPLAY "REQINTK: REQIMG UNAVAILABLE, STATUS "
006890                 WS-REQIMG-STATUS " - NOTHING ACCEPTED"
006900         CLOSE REQUEST-MASTER-FILE
006910         GO TO 1100-EXIT
006920     END-IF
006930     SET WS-REGISTER-AVAILABLE TO TRUE.
006940 1100-EXIT.
006950     EXIT.
006960
006970 1300-WRITE-REPORT-HEADING.
006980     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
006990     MOVE "CONVERSION REQUEST INTAKE REPORT" TO WS-REPORT-LINE
007000     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
007010     MOVE ALL "-" TO WS-REPORT-LINE
007020     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
007030     MOVE SPACES TO WS-REPORT-LINE
007040     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
007050            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
007060            INTO WS-REPORT-LINE
007070     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
007080     MOVE SPACES TO WS-REPORT-LINE
007090     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
007100     WRITE INTAKE-REPORT-RECORD FROM WS-HEADING-LINE-2.
007110 1300-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150*    1400-1440 - THE RUN LOCK, AS IN MAIN.  ONE JOB AT A TIME
007160*    PER ENVIRONMENT: A LOCK HELD BY A LIVE PROCESS REFUSES
007170*    THIS JOB (9091).  A LOCK WHOSE PROCESS HAS GONE IS STALE -
007180*    THAT JOB DIED PART WAY - AND REFUSES IT TOO (9092) UNTIL
007190*    THE OPERATOR HAS CHECKED THE FILES AND RERUNS WITH A
007200*    CLEARLOCK PARM (9093).  EACH GOES TO ERRLOG AND ALERTS.
007210*----------------------------------------------------------------
007220 1400-TAKE-RUN-LOCK.
007230     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007240     MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
007250     MOVE SPACES TO WS-JOB-ID
007260     STRING WS-TS-DATE DELIMITED BY SIZE
007270            WS-TS-TIME DELIMITED BY SIZE
007280            INTO WS-JOB-ID
007290     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
007300     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
007310     MOVE SPACES TO WS-LOCK-MESSAGE
007320     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
007330         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
007340                WS-LOCK-HOLDER      DELIMITED BY SIZE
007350                INTO WS-LOCK-MESSAGE
007360         MOVE 9091 TO WS-LOCK-ERR-CODE
007370         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007380         SET WS-JOB-REFUSED TO TRUE
007390         DISPLAY "REQINTK: REFUSED - ANOTHER JOB HOLDS THE "
007400                 "RUN LOCK"
007410         GO TO 1400-EXIT
007420     END-IF
007430     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
007440         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
007450                WS-LOCK-HOLDER      DELIMITED BY SIZE
007460                INTO WS-LOCK-MESSAGE
007470         MOVE 9092 TO WS-LOCK-ERR-CODE
007480         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007490         SET WS-JOB-REFUSED TO TRUE
007500         DISPLAY "REQINTK: REFUSED - STALE RUN LOCK; CHECK THE "
007510                 "FILES, THEN RERUN WITH CLEARLOCK"
007520         GO TO 1400-EXIT
007530     END-IF
007540     IF WS-LOCK-FOUND
007550         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
007560                WS-LOCK-HOLDER         DELIMITED BY SIZE
007570                INTO WS-LOCK-MESSAGE
007580         MOVE 9093 TO WS-LOCK-ERR-CODE
007590         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007600     END-IF
007610     OPEN OUTPUT RUN-LOCK-FILE
007620     IF WS-RUNLOCK-STATUS NOT = "00"
007630         DISPLAY "REQINTK: RUNLOCK NOT WRITTEN, STATUS "
007640                 WS-RUNLOCK-STATUS
007650         GO TO 1400-EXIT
007660     END-IF
007670     MOVE SPACES                 TO RUN-LOCK-RECORD
007680     MOVE WS-JOB-ID              TO RL-RUN-ID
007690     MOVE "REQINTK"              TO RL-PROGRAM
007700     MOVE WS-OWN-PID             TO RL-PROCESS-ID
007710     MOVE WS-JOB-START-TIMESTAMP TO RL-START-TIMESTAMP
007720     WRITE RUN-LOCK-RECORD
007730     CLOSE RUN-LOCK-FILE
007740     SET WS-RUN-LOCK-HELD TO TRUE.
007750 1400-EXIT.
007760     EXIT.
007770
007780 1410-GET-OWN-PROCESS-ID.
007790     MOVE ZERO TO WS-OWN-PID
007800     MOVE SPACES TO WS-LOCK-COMMAND
007810     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
007820            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
007830            " 2>/dev/null"               DELIMITED BY SIZE
007840            INTO WS-LOCK-COMMAND
007850     CALL "SYSTEM" USING WS-LOCK-COMMAND
007860     OPEN INPUT LOCK-WORK-FILE
007870     IF WS-LOCKWORK-STATUS NOT = "00"
007880         GO TO 1410-EXIT
007890     END-IF
007900     READ LOCK-WORK-FILE
007910         AT END CONTINUE
007920     END-READ
007930     IF WS-LOCKWORK-STATUS = "00"
007940         AND LW-PROCESS-ID IS NUMERIC
007950         MOVE LW-PROCESS-ID TO WS-OWN-PID
007960     END-IF
007970     CLOSE LOCK-WORK-FILE.
007980 1410-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------------
008020*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
008030*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
008040*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
008050*    ALIVE AND COUNTS AS STALE.
008060*----------------------------------------------------------------
008070 1420-READ-RUN-LOCK.
008080     MOVE "N" TO WS-LOCK-FOUND-SW
008090     MOVE "N" TO WS-LOCK-STALE-SW
008100     MOVE SPACES TO WS-LOCK-HOLDER
008110     OPEN INPUT RUN-LOCK-FILE
008120     IF WS-RUNLOCK-STATUS NOT = "00"
008130         GO TO 1420-EXIT
008140     END-IF
008150     MOVE SPACES TO RUN-LOCK-RECORD
008160     READ RUN-LOCK-FILE
008170         AT END CONTINUE
008180     END-READ
008190     CLOSE RUN-LOCK-FILE
008200     IF RUN-LOCK-RECORD = SPACES
008210         GO TO 1420-EXIT
008220     END-IF
008230     SET WS-LOCK-FOUND TO TRUE
008240     STRING RL-PROGRAM    DELIMITED BY SPACE
008250            " RUN "       DELIMITED BY SIZE
008260            RL-RUN-ID     DELIMITED BY SPACE
008270            " PID "       DELIMITED BY SIZE
008280            RL-PROCESS-ID DELIMITED BY SIZE
008290            INTO WS-LOCK-HOLDER
008300     IF RL-PROCESS-ID IS NOT NUMERIC
008310         OR RL-PROCESS-ID = ZERO
008320         SET WS-LOCK-STALE TO TRUE
008330         GO TO 1420-EXIT
008340     END-IF
008350     MOVE SPACES TO WS-LOCK-COMMAND
008360     STRING "kill -0 "         DELIMITED BY SIZE
008370            RL-PROCESS-ID      DELIMITED BY SIZE
008380            " >/dev/null 2>&1" DELIMITED BY SIZE
008390            INTO WS-LOCK-COMMAND
008400     CALL "SYSTEM" USING WS-LOCK-COMMAND
008410     IF RETURN-CODE NOT = ZERO
008420         SET WS-LOCK-STALE TO TRUE
008430     END-IF
008440     MOVE ZERO TO RETURN-CODE.
008450 1420-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------------
008490*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
008500*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
008510*    RUN, SO THE RUN ID IS BLANK.
008520*----------------------------------------------------------------
008530 1440-LOG-LOCK-EVENT.
008540     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
008550     OPEN EXTEND ERROR-LOG-FILE
008560     IF WS-ERRLOG-STATUS NOT = "00"
008570         OPEN OUTPUT ERROR-LOG-FILE
008580     END-IF
008590     IF WS-ERRLOG-STATUS = "00"
008600         MOVE SPACES               TO ERROR-LOG-RECORD
008610         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
008620         MOVE "REQINTK"            TO EL-STEP-NAME
008630         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
008640         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
008650         WRITE ERROR-LOG-RECORD
008660         CLOSE ERROR-LOG-FILE
008670     END-IF
008680     OPEN EXTEND ALERTS-FILE
008690     IF WS-ALERTS-STATUS NOT = "00"
008700         OPEN OUTPUT ALERTS-FILE
008710     END-IF
008720     IF WS-ALERTS-STATUS = "00"
008730         MOVE SPACES               TO ALERTS-RECORD
008740         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
008750         IF WS-LOCK-ERR-CODE = 9093
008760             MOVE 3                TO AL-SEVERITY
008770             MOVE "INFOLOG"        TO AL-DESTINATION
008780         ELSE
008790             MOVE 2                TO AL-SEVERITY
008800             MOVE "OPERATIONS"     TO AL-DESTINATION
008810         END-IF
008820         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
008830         MOVE "REQINTK"            TO AL-STEP-NAME
008840         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
008850         WRITE ALERTS-RECORD
008860         CLOSE ALERTS-FILE
008870     END-IF
008880     DISPLAY "REQINTK: ERROR " WS-LOCK-ERR-CODE ": "
008890             WS-LOCK-MESSAGE.
008900 1440-EXIT.
008910     EXIT.
008920
008930 1650-BUILD-TIMESTAMP.
008940     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
008950     ACCEPT WS-TS-TIME FROM TIME
008960     STRING WS-TS-DATE   DELIMITED BY SIZE
008970            "-"          DELIMITED BY SIZE
008980            WS-TS-TIME   DELIMITED BY SIZE
008990            INTO WS-CURRENT-TIMESTAMP.
009000 1650-EXIT.
009010     EXIT.
009020
009030*================================================================
009040*    2000-LOAD-QUEUED-IMAGES - EVERY IMAGE OF AN UNFINISHED
009050*    REQUEST THAT IS STILL QUEUED (NOT YET SEEN BY A MAIN RUN)
009060*    GOES BACK INTO THE MANIFEST.  REJECTED AND DEAD-LETTERED
009070*    IMAGES ARE NOT: MAIN'S RETRY AND DEADMNT'S REQUEUE OWN THEM.
009080*================================================================
009090 2000-LOAD-QUEUED-IMAGES.
009100     MOVE LOW-VALUES TO RM-REQUEST-ID
009110     START REQUEST-MASTER-FILE KEY IS NOT LESS THAN RM-REQUEST-ID
009120         INVALID KEY
009130             MOVE "Y" TO WS-MASTER-EOF-SW
009140     END-START
009150     PERFORM 2100-LOAD-ONE-REQUEST THRU 2100-EXIT
009160         UNTIL WS-MASTER-EOF.
009170 2000-EXIT.
009180     EXIT.
009190
009200 2100-LOAD-ONE-REQUEST.
009210     READ REQUEST-MASTER-FILE NEXT RECORD
009220         AT END
009230             MOVE "Y" TO WS-MASTER-EOF-SW
009240     END-READ
009250     IF WS-MASTER-EOF
009260         GO TO 2100-EXIT
009270     END-IF
009280     IF RM-STATE = "COMPLETE"
009290         GO TO 2100-EXIT
009300     END-IF
009310     MOVE "N" TO WS-IMAGE-EOF-SW
009320     MOVE RM-REQUEST-ID TO RI-REQUEST-ID
009330     MOVE ZERO          TO RI-IMAGE-SEQ
009340     START REQUEST-IMAGE-FILE KEY IS NOT LESS THAN RI-IMAGE-KEY
009350         INVALID KEY
009360             MOVE "Y" TO WS-IMAGE-EOF-SW
009370     END-START
009380     PERFORM 2110-LOAD-ONE-IMAGE THRU 2110-EXIT
009390         UNTIL WS-IMAGE-EOF.
009400 2100-EXIT.
009410     EXIT.
009420
009430 2110-LOAD-ONE-IMAGE.
009440     READ REQUEST-IMAGE-FILE NEXT RECORD
009450         AT END
009460             MOVE "Y" TO WS-IMAGE-EOF-SW
009470     END-READ
009480     IF WS-IMAGE-EOF
009490         GO TO 2110-EXIT
009500     END-IF
009510     IF RI-REQUEST-ID NOT = RM-REQUEST-ID
009520         MOVE "Y" TO WS-IMAGE-EOF-SW
009530         GO TO 2110-EXIT
009540     END-IF
009550     IF RI-STATE NOT = "QUEUED"
009560         GO TO 2110-EXIT
009570     END-IF
009580     IF WS-MANIFEST-COUNT NOT < 2000
009590         ADD 1 TO WS-IMAGES-HELD-OVER
009600         GO TO 2110-EXIT
009610     END-IF
009620     ADD 1 TO WS-MANIFEST-COUNT
009630     ADD 1 TO WS-IMAGES-CARRIED
009640     MOVE RM-PRIORITY     TO MT-PRIORITY (WS-MANIFEST-COUNT)
009650     MOVE RM-DUE-DATE     TO MT-DUE-DATE (WS-MANIFEST-COUNT)
009660     MOVE RI-REQUEST-ID   TO MT-REQUEST-ID (WS-MANIFEST-COUNT)
009670     MOVE RI-IMAGE-SEQ    TO MT-IMAGE-SEQ (WS-MANIFEST-COUNT)
009680     MOVE RI-IMAGE-PATH   TO MT-IMAGE-PATH (WS-MANIFEST-COUNT)
009690     MOVE RI-OUTPUT-NAME  TO MT-OUTPUT-NAME (WS-MANIFEST-COUNT)
009700     MOVE RI-PROFILE-NAME TO MT-PROFILE-NAME (WS-MANIFEST-COUNT).
009710 2110-EXIT.
009720     EXIT.
009730
009740*================================================================
009750*    3000-PROCESS-INTAKE - A HEADER ROW CLOSES THE REQUEST
009760*    BEFORE IT AND OPENS THE NEXT; END OF FILE CLOSES THE LAST
009770*================================================================
009780 3000-PROCESS-INTAKE.
009790     PERFORM 3100-READ-ONE-INTAKE THRU 3100-EXIT
009800         UNTIL WS-INTAKE-EOF
009810     PERFORM 3500-CLOSE-REQUEST THRU 3500-EXIT.
009820 3000-EXIT.
009830     EXIT.
009840
009850 3100-READ-ONE-INTAKE.
009860     READ INTAKE-FILE
009870         AT END
009880             MOVE "Y" TO WS-INTAKE-EOF-SW
009890     END-READ
009900     IF WS-INTAKE-EOF
009910         GO TO 3100-EXIT
009920     END-IF
009930     IF INTAKE-RECORD = SPACES
009940         OR IR-RECORD-TYPE = "*"
009950         GO TO 3100-EXIT
009960     END-IF
009970     EVALUATE IR-RECORD-TYPE
009980         WHEN "H"
009990             PERFORM 3500-CLOSE-REQUEST THRU 3500-EXIT
010000             PERFORM 3200-OPEN-REQUEST THRU 3200-EXIT
010010         WHEN "I"
010020             PERFORM 3300-ADD-IMAGE THRU 3300-EXIT
010030         WHEN OTHER
010040             MOVE SPACES TO WS-REPORT-LINE
010050             STRING "ROW IGNORED - RECORD TYPE NOT H OR I: "
010060                                        DELIMITED BY SIZE
010070                    INTAKE-RECORD (1:60) DELIMITED BY SIZE
010080                    INTO WS-REPORT-LINE
010090             WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
010100     END-EVALUATE.
010110 3100-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------------
010150*    3200 - A NEW REQUEST HEADER.  THE FIRST CHECK THAT FAILS IS
010160*    THE REASON GIVEN; THE REQUEST'S IMAGE ROWS ARE THEN SKIPPED.
010170*----------------------------------------------------------------
010180 3200-OPEN-REQUEST.
010190     ADD 1 TO WS-REQUESTS-READ
010200     SET WS-REQUEST-OPEN TO TRUE
010210     MOVE IH-REQUEST-ID  TO WS-CUR-REQUEST-ID
010220     MOVE IH-REQUESTER   TO WS-CUR-REQUESTER
010230     MOVE IH-DEPARTMENT  TO WS-CUR-DEPARTMENT
010240     MOVE IH-PRIORITY    TO WS-CUR-PRIORITY-TEXT
010250     MOVE IH-DUE-DATE    TO WS-CUR-DUE-DATE-TEXT
010260     MOVE ZERO           TO WS-CUR-PRIORITY
010270     MOVE ZERO           TO WS-CUR-DUE-DATE
010280     MOVE ZERO           TO WS-CUR-IMAGE-COUNT
010290     MOVE ZERO           TO WS-CUR-ACCEPTED-COUNT
010300     MOVE WS-MANIFEST-COUNT TO WS-REQUEST-MANIFEST-START
010310     MOVE SPACES         TO WS-CUR-REASON
010320     SET WS-REQUEST-REJECTED TO TRUE
010330     IF WS-CUR-REQUEST-ID = SPACES
010340         MOVE "REQUEST ID MISSING" TO WS-CUR-REASON
010350         GO TO 3200-EXIT
010360     END-IF
010370     PERFORM 3210-CHECK-SEEN-ID THRU 3210-EXIT
010380     IF WS-MATCH-FOUND
010390         MOVE "DUPLICATE - REQUEST ID REPEATED IN INTAKE"
010400             TO WS-CUR-REASON
010410         GO TO 3200-EXIT
010420     END-IF
010430     MOVE WS-CUR-REQUEST-ID TO RM-REQUEST-ID
010440     READ REQUEST-MASTER-FILE
010450         INVALID KEY
010460             MOVE "N" TO WS-MATCH-FOUND-SW
010470         NOT INVALID KEY
010480             SET WS-MATCH-FOUND TO TRUE
010490     END-READ
010500     IF WS-MATCH-FOUND
010510         MOVE "DUPLICATE - REQUEST ID ALREADY ON FILE"
010520             TO WS-CUR-REASON
010530         GO TO 3200-EXIT
010540     END-IF
010550     IF WS-CUR-REQUESTER = SPACES
010560         MOVE "REQUESTER MISSING" TO WS-CUR-REASON
010570         GO TO 3200-EXIT
010580     END-IF
010590     IF WS-CUR-DEPARTMENT = SPACES
010600         MOVE "DEPARTMENT MISSING" TO WS-CUR-REASON
010610         GO TO 3200-EXIT
010620     END-IF
010630     IF IH-PRIORITY IS NOT NUMERIC
010640         OR IH-PRIORITY = "0"
010650         MOVE "PRIORITY NOT 1 TO 9" TO WS-CUR-REASON
010660         GO TO 3200-EXIT
010670     END-IF
010680     MOVE IH-PRIORITY TO WS-CUR-PRIORITY
010690     IF IH-DUE-DATE IS NOT NUMERIC
010700         MOVE "DUE DATE NOT YYYYMMDD" TO WS-CUR-REASON
010710         GO TO 3200-EXIT
010720     END-IF
010730     MOVE IH-DUE-DATE TO WS-CUR-DUE-DATE
010740     IF WS-DUE-YEAR < 2000
010750         OR WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
010760         MOVE "DUE DATE NOT YYYYMMDD" TO WS-CUR-REASON
010770         GO TO 3200-EXIT
010780     END-IF
010790     PERFORM 3220-SET-DAYS-IN-MONTH THRU 3220-EXIT
010800     IF WS-DUE-DAY < 1 OR WS-DUE-DAY > WS-DAYS-IN-MONTH
010810         MOVE "DUE DATE NOT YYYYMMDD" TO WS-CUR-REASON
010820         GO TO 3200-EXIT
010830     END-IF
010840     MOVE "N" TO WS-REQUEST-REJECTED-SW.
010850 3200-EXIT.
010860     EXIT.
010870
010880*----------------------------------------------------------------
010890*    3210 - HAS THIS INTAKE ALREADY HAD A REQUEST WITH THIS ID?
010900*    THE ID IS NOTED EITHER WAY.
010910*----------------------------------------------------------------
010920 3210-CHECK-SEEN-ID.
010930     MOVE "N" TO WS-MATCH-FOUND-SW
010940     PERFORM 3215-MATCH-ONE-SEEN-ID THRU 3215-EXIT
010950         VARYING WS-SEEN-SUB FROM 1 BY 1
010960         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR WS-MATCH-FOUND
010970     IF NOT WS-MATCH-FOUND AND WS-SEEN-COUNT < 1000
010980         ADD 1 TO WS-SEEN-COUNT
010990         MOVE WS-CUR-REQUEST-ID TO WS-SEEN-ID (WS-SEEN-COUNT)
011000     END-IF.
011010 3210-EXIT.
011020     EXIT.
011030
011040 3215-MATCH-ONE-SEEN-ID.
011050     IF WS-SEEN-ID (WS-SEEN-SUB) = WS-CUR-REQUEST-ID
011060         SET WS-MATCH-FOUND TO TRUE
011070     END-IF.
011080 3215-EXIT.
011090     EXIT.
011100
011110*----------------------------------------------------------------
011120*    3220 - THE LENGTH OF THE DUE DATE'S MONTH
011130*----------------------------------------------------------------
011140 3220-SET-DAYS-IN-MONTH.
011150     MOVE WS-MONTH-DAYS (WS-DUE-MONTH) TO WS-DAYS-IN-MONTH
011160     IF WS-DUE-MONTH NOT = 2
011170         GO TO 3220-EXIT
011180     END-IF
011190     DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
011200         REMAINDER WS-LEAP-REMAINDER-4
011210     DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
011220         REMAINDER WS-LEAP-REMAINDER-100
011230     DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
011240         REMAINDER WS-LEAP-REMAINDER-400
011250     IF WS-LEAP-REMAINDER-4 = ZERO
011260         AND (WS-LEAP-REMAINDER-100 NOT = ZERO
011270              OR WS-LEAP-REMAINDER-400 = ZERO)
011280         MOVE 29 TO WS-DAYS-IN-MONTH
011290     END-IF.
011300 3220-EXIT.
011310     EXIT.
011320
011330*----------------------------------------------------------------
011340*    3300/3305 - ONE IMAGE ROW FOR THE OPEN REQUEST.  IT IS
011350*    QUEUED, OR HELD BACK AS MISSING OR DUPLICATE WITH ITS
011360*    REASON, AND REPORTED (3305).
011370*----------------------------------------------------------------
011380 3300-ADD-IMAGE.
011390     ADD 1 TO WS-IMAGES-READ
011400     IF NOT WS-REQUEST-OPEN
011410         ADD 1 TO WS-IMAGES-NOT-TAKEN
011420         MOVE SPACES TO WS-REPORT-LINE
011430         STRING "IMAGE ROW IGNORED - NO REQUEST HEADER: "
011440                                     DELIMITED BY SIZE
011450                II-IMAGE-PATH        DELIMITED BY SIZE
011460                INTO WS-REPORT-LINE
011470         WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
011480         GO TO 3300-EXIT
011490     END-IF
011500     ADD 1 TO WS-CUR-IMAGE-COUNT
011510     IF WS-REQUEST-REJECTED
011520         ADD 1 TO WS-IMAGES-NOT-TAKEN
011530         GO TO 3300-EXIT
011540     END-IF
011550     IF WS-CUR-IMAGE-COUNT > 999
011560         ADD 1 TO WS-IMAGES-NOT-TAKEN
011570         MOVE 999 TO WS-CUR-IMAGE-COUNT
011580         MOVE SPACES TO WS-REPORT-LINE
011590         STRING "IMAGE ROW IGNORED - OVER 999 IN REQUEST "
011600                                     DELIMITED BY SIZE
011610                WS-CUR-REQUEST-ID    DELIMITED BY SIZE
011620                INTO WS-REPORT-LINE
011630         WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
011640         GO TO 3300-EXIT
011650     END-IF
011660     MOVE WS-CUR-IMAGE-COUNT TO WS-IMAGE-SUB
011670     MOVE II-IMAGE-PATH   TO CI-IMAGE-PATH (WS-IMAGE-SUB)
011680     MOVE II-OUTPUT-NAME  TO CI-OUTPUT-NAME (WS-IMAGE-SUB)
011690     MOVE II-PROFILE-NAME TO CI-PROFILE-NAME (WS-IMAGE-SUB)
011700     MOVE "MISSING"       TO CI-STATE (WS-IMAGE-SUB)
011710     MOVE SPACES          TO WS-IMAGE-REASON
011720     IF CI-IMAGE-PATH (WS-IMAGE-SUB) = SPACES
011730         MOVE "IMAGE PATH BLANK" TO WS-IMAGE-REASON
011740         ADD 1 TO WS-IMAGES-MISSING
011750         PERFORM 3305-REPORT-IMAGE THRU 3305-EXIT
011760         GO TO 3300-EXIT
011770     END-IF
011780     IF CI-OUTPUT-NAME (WS-IMAGE-SUB) = SPACES
011790         PERFORM 3310-DEFAULT-OUTPUT-NAME THRU 3310-EXIT
011800     END-IF
011810     IF CI-OUTPUT-NAME (WS-IMAGE-SUB) = SPACES
011820         MOVE "NO FILE NAME IN IMAGE PATH" TO WS-IMAGE-REASON
011830         ADD 1 TO WS-IMAGES-MISSING
011840         PERFORM 3305-REPORT-IMAGE THRU 3305-EXIT
011850         GO TO 3300-EXIT
011860     END-IF
011870     PERFORM 3320-CHECK-DUPLICATE THRU 3320-EXIT
011880     IF WS-MATCH-FOUND
011890         MOVE "DUPLICATE" TO CI-STATE (WS-IMAGE-SUB)
011900         ADD 1 TO WS-IMAGES-DUPLICATE
011910         PERFORM 3305-REPORT-IMAGE THRU 3305-EXIT
011920         GO TO 3300-EXIT
011930     END-IF
011940     PERFORM 3330-CHECK-IMAGE-EXISTS THRU 3330-EXIT
011950     IF NOT WS-MATCH-FOUND
011960         MOVE "IMAGE NOT FOUND ON DISK" TO WS-IMAGE-REASON
011970         ADD 1 TO WS-IMAGES-MISSING
011980         PERFORM 3305-REPORT-IMAGE THRU 3305-EXIT
011990         GO TO 3300-EXIT
012000     END-IF
012010     MOVE "QUEUED" TO CI-STATE (WS-IMAGE-SUB)
012020     ADD 1 TO WS-CUR-ACCEPTED-COUNT
012030     ADD 1 TO WS-IMAGES-QUEUED
012040     PERFORM 3340-ADD-TO-MANIFEST THRU 3340-EXIT
012050     PERFORM 3305-REPORT-IMAGE THRU 3305-EXIT.
012060 3300-EXIT.
012070     EXIT.
012080
012090 3305-REPORT-IMAGE.
012100     MOVE SPACES                    TO WS-IMAGE-LINE
012110     MOVE WS-IMAGE-SUB              TO WI-IMAGE-SEQ
012120     MOVE CI-STATE (WS-IMAGE-SUB)   TO WI-STATE
012130     MOVE CI-IMAGE-PATH (WS-IMAGE-SUB) TO WI-IMAGE-PATH
012140     MOVE WS-IMAGE-REASON           TO WI-REASON
012150     MOVE WS-IMAGE-LINE TO WS-REPORT-LINE
012160     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE.
012170 3305-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------------
012210*    3310 - NO OUTPUT NAME GIVEN: THE IMAGE FILE NAME WITHOUT
012220*    ITS EXTENSION, PLUS .png - THE NAME MANGEN WOULD GIVE IT
012230*----------------------------------------------------------------
012240 3310-DEFAULT-OUTPUT-NAME.
012250     MOVE ZERO TO WS-SLASH-POS
012260     MOVE ZERO TO WS-DOT-POS
012270     MOVE ZERO TO WS-END-POS
012280     PERFORM 3315-SCAN-ONE-CHARACTER THRU 3315-EXIT
012290         VARYING WS-CHAR-SUB FROM 1 BY 1
012300         UNTIL WS-CHAR-SUB > 80
012310     COMPUTE WS-STEM-START = WS-SLASH-POS + 1
012320     END-COMPUTE
012330     IF WS-DOT-POS > WS-STEM-START
012340         COMPUTE WS-STEM-LEN = WS-DOT-POS - WS-STEM-START
012350         END-COMPUTE
012360     ELSE
012370         IF WS-END-POS < WS-STEM-START
012380             GO TO 3310-EXIT
012390         END-IF
012400         COMPUTE WS-STEM-LEN = WS-END-POS - WS-STEM-START + 1
012410         END-COMPUTE
012420     END-IF
012430     IF WS-STEM-LEN > 36
012440         MOVE 36 TO WS-STEM-LEN
012450     END-IF
012460     STRING CI-IMAGE-PATH (WS-IMAGE-SUB)
012470                (WS-STEM-START:WS-STEM-LEN) DELIMITED BY SIZE
012480            ".png"                          DELIMITED BY SIZE
012490            INTO CI-OUTPUT-NAME (WS-IMAGE-SUB).
012500 3310-EXIT.
012510     EXIT.
012520
012530 3315-SCAN-ONE-CHARACTER.
012540     EVALUATE CI-IMAGE-PATH (WS-IMAGE-SUB) (WS-CHAR-SUB:1)
012550         WHEN SPACE
012560             CONTINUE
012570         WHEN "/"
012580             MOVE WS-CHAR-SUB TO WS-SLASH-POS
012590             MOVE ZERO        TO WS-DOT-POS
012600             MOVE WS-CHAR-SUB TO WS-END-POS
012610         WHEN "."
012620             MOVE WS-CHAR-SUB TO WS-DOT-POS
012630             MOVE WS-CHAR-SUB TO WS-END-POS
012640         WHEN OTHER
012650             MOVE WS-CHAR-SUB TO WS-END-POS
012660     END-EVALUATE.
012670 3315-EXIT.
012680     EXIT.
012690
012700*----------------------------------------------------------------
012710*    3320 - AN IMAGE WHOSE PATH OR OUTPUT NAME IS ALREADY IN THE
012720*    MANIFEST BEING BUILT IS A DUPLICATE.  MAIN WOULD REFUSE THE
012730*    WHOLE CONVERSION STEP OVER A REPEATED OUTPUT NAME (9063).
012740*----------------------------------------------------------------
012750 3320-CHECK-DUPLICATE.
012760     MOVE "N" TO WS-MATCH-FOUND-SW
012770     PERFORM 3325-MATCH-ONE-ENTRY THRU 3325-EXIT
012780         VARYING WS-MANIFEST-SUB FROM 1 BY 1
012790         UNTIL WS-MANIFEST-SUB > WS-MANIFEST-COUNT
012800             OR WS-MATCH-FOUND.
012810 3320-EXIT.
012820     EXIT.
012830
012840 3325-MATCH-ONE-ENTRY.
012850     IF MT-IMAGE-PATH (WS-MANIFEST-SUB)
012860         = CI-IMAGE-PATH (WS-IMAGE-SUB)
012870         SET WS-MATCH-FOUND TO TRUE
012880         MOVE SPACES TO WS-IMAGE-REASON
012890         STRING "PATH QUEUED BY "        DELIMITED BY SIZE
012900                MT-REQUEST-ID (WS-MANIFEST-SUB)
012910                                         DELIMITED BY SIZE
012920                INTO WS-IMAGE-REASON
012930         GO TO 3325-EXIT
012940     END-IF
012950     IF MT-OUTPUT-NAME (WS-MANIFEST-SUB)
012960         = CI-OUTPUT-NAME (WS-IMAGE-SUB)
012970         SET WS-MATCH-FOUND TO TRUE
012980         MOVE SPACES TO WS-IMAGE-REASON
012990         STRING "OUTPUT NAME QUEUED BY " DELIMITED BY SIZE
013000                MT-REQUEST-ID (WS-MANIFEST-SUB)
013010                                         DELIMITED BY SIZE
013020                INTO WS-IMAGE-REASON
013030     END-IF.
013040 3325-EXIT.
013050     EXIT.
013060
013070*----------------------------------------------------------------
013080*    3330 - IS THE IMAGE ON DISK?  WS-MATCH-FOUND SAYS YES.
013090*----------------------------------------------------------------
013100 3330-CHECK-IMAGE-EXISTS.
013110     MOVE "N" TO WS-MATCH-FOUND-SW
013120     MOVE SPACES TO WS-SHELL-COMMAND
013130     STRING "test -f '"                   DELIMITED BY SIZE
013140            CI-IMAGE-PATH (WS-IMAGE-SUB)  DELIMITED BY SPACE
013150            "'"                           DELIMITED BY SIZE
013160            INTO WS-SHELL-COMMAND
013170     CALL "SYSTEM" USING WS-SHELL-COMMAND
013180     IF RETURN-CODE = ZERO
013190         SET WS-MATCH-FOUND TO TRUE
013200     END-IF
013210     MOVE ZERO TO RETURN-CODE.
013220 3330-EXIT.
013230     EXIT.
013240
013250*----------------------------------------------------------------
013260*    3340 - A QUEUED IMAGE JOINS THE MANIFEST.  ONE THAT DOES NOT
013270*    FIT STAYS QUEUED IN THE REGISTER FOR THE NEXT INTAKE RUN.
013280*----------------------------------------------------------------
013290 3340-ADD-TO-MANIFEST.
013300     IF WS-MANIFEST-COUNT NOT < 2000
013310         ADD 1 TO WS-IMAGES-HELD-OVER
013320         MOVE "QUEUED FOR THE NEXT MANIFEST" TO WS-IMAGE-REASON
013330         GO TO 3340-EXIT
013340     END-IF
013350     ADD 1 TO WS-MANIFEST-COUNT
013360     MOVE WS-CUR-PRIORITY   TO MT-PRIORITY (WS-MANIFEST-COUNT)
013370     MOVE WS-CUR-DUE-DATE   TO MT-DUE-DATE (WS-MANIFEST-COUNT)
013380     MOVE WS-CUR-REQUEST-ID TO MT-REQUEST-ID (WS-MANIFEST-COUNT)
013390     MOVE WS-IMAGE-SUB      TO MT-IMAGE-SEQ (WS-MANIFEST-COUNT)
013400     MOVE CI-IMAGE-PATH (WS-IMAGE-SUB)
013410         TO MT-IMAGE-PATH (WS-MANIFEST-COUNT)
013420     MOVE CI-OUTPUT-NAME (WS-IMAGE-SUB)
013430         TO MT-OUTPUT-NAME (WS-MANIFEST-COUNT)
013440     MOVE CI-PROFILE-NAME (WS-IMAGE-SUB)
013450         TO MT-PROFILE-NAME (WS-MANIFEST-COUNT).
013460 3340-EXIT.
013470     EXIT.
013480
013490*----------------------------------------------------------------
013500*    3500 - CLOSE THE OPEN REQUEST.  ONE WITH NO QUEUED IMAGE IS
013510*    REJECTED; OTHERWISE IT AND EVERY ONE OF ITS IMAGES, QUEUED
013520*    OR HELD BACK, ARE REGISTERED.  IF THE REGISTER WRITE FAILS
013530*    THE REQUEST IS BACKED OUT AND REJECTED (3520).
013540*----------------------------------------------------------------
013550 3500-CLOSE-REQUEST.
013560     IF NOT WS-REQUEST-OPEN
013570         GO TO 3500-EXIT
013580     END-IF
013590     MOVE "N" TO WS-REQUEST-OPEN-SW
013600     IF NOT WS-REQUEST-REJECTED
013610         AND WS-CUR-IMAGE-COUNT = ZERO
013620         SET WS-REQUEST-REJECTED TO TRUE
013630         MOVE "NO IMAGE ROWS" TO WS-CUR-REASON
013640     END-IF
013650     IF NOT WS-REQUEST-REJECTED
013660         AND WS-CUR-ACCEPTED-COUNT = ZERO
013670         SET WS-REQUEST-REJECTED TO TRUE
013680         MOVE "NO IMAGE COULD BE QUEUED" TO WS-CUR-REASON
013690     END-IF
013700     IF WS-REQUEST-REJECTED
013710         ADD 1 TO WS-REQUESTS-REJECTED
013720         MOVE "REJECTED" TO WR-RESULT
013730         PERFORM 6100-WRITE-REQUEST-LINE THRU 6100-EXIT
013740         DISPLAY "REQINTK: " WS-CUR-REQUEST-ID " REJECTED - "
013750                 WS-CUR-REASON
013760         GO TO 3500-EXIT
013770     END-IF
013780     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
013790     MOVE SPACES                TO REQUEST-MASTER-RECORD
013800     MOVE WS-CUR-REQUEST-ID     TO RM-REQUEST-ID
013810     MOVE WS-CUR-REQUESTER      TO RM-REQUESTER
013820     MOVE WS-CUR-DEPARTMENT     TO RM-DEPARTMENT
013830     MOVE WS-CUR-PRIORITY       TO RM-PRIORITY
013840     MOVE WS-CUR-DUE-DATE       TO RM-DUE-DATE
013850     MOVE "QUEUED"              TO RM-STATE
013860     MOVE WS-CUR-IMAGE-COUNT    TO RM-IMAGES-REQUESTED
013870     MOVE WS-CUR-ACCEPTED-COUNT TO RM-IMAGES-ACCEPTED
013880     MOVE ZERO                  TO RM-IMAGES-DONE
013890     MOVE ZERO                  TO RM-IMAGES-FAILED
013900     MOVE WS-CURRENT-TIMESTAMP  TO RM-RECEIVED-AT
013910     MOVE "N"  TO WS-REGISTER-ERROR-SW
013920     MOVE "N"  TO WS-REQMST-WRITTEN-SW
013930     MOVE ZERO TO WS-IMAGES-WRITTEN
013940     WRITE REQUEST-MASTER-RECORD
013950         INVALID KEY
013960             SET WS-REGISTER-ERROR TO TRUE
013970             DISPLAY "REQINTK: REQMST WRITE FAILED FOR "
013980                     WS-CUR-REQUEST-ID ", STATUS "
013990                     WS-REQMST-STATUS
014000         NOT INVALID KEY
014010             SET WS-REQMST-WRITTEN TO TRUE
014020     END-WRITE
014030     IF NOT WS-REGISTER-ERROR
014040         PERFORM 3510-WRITE-ONE-IMAGE THRU 3510-EXIT
014050             VARYING WS-IMAGE-SUB FROM 1 BY 1
014060             UNTIL WS-IMAGE-SUB > WS-CUR-IMAGE-COUNT
014070                OR WS-REGISTER-ERROR
014080     END-IF
014090     IF WS-REGISTER-ERROR
014100         PERFORM 3520-BACK-OUT-REQUEST THRU 3520-EXIT
014110         GO TO 3500-EXIT
014120     END-IF
014130     ADD 1 TO WS-REQUESTS-ACCEPTED
014140     MOVE WS-CUR-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
014150     MOVE WS-CUR-IMAGE-COUNT    TO WS-COUNT-DISPLAY-2
014160     MOVE SPACES TO WS-CUR-REASON
014170     STRING WS-COUNT-DISPLAY   DELIMITED BY SIZE
014180            " OF "             DELIMITED BY SIZE
014190            WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
014200            " IMAGES QUEUED"   DELIMITED BY SIZE
014210            INTO WS-CUR-REASON
014220     MOVE "ACCEPTED" TO WR-RESULT
014230     PERFORM 6100-WRITE-REQUEST-LINE THRU 6100-EXIT.
014240 3500-EXIT.
014250     EXIT.
014260
014270 3510-WRITE-ONE-IMAGE.
014280     MOVE SPACES                          TO REQUEST-IMAGE-RECORD
014290     MOVE WS-CUR-REQUEST-ID               TO RI-REQUEST-ID
014300     MOVE WS-IMAGE-SUB                    TO RI-IMAGE-SEQ
014310     MOVE CI-IMAGE-PATH (WS-IMAGE-SUB)    TO RI-IMAGE-PATH
014320     MOVE CI-OUTPUT-NAME (WS-IMAGE-SUB)   TO RI-OUTPUT-NAME
014330     MOVE CI-PROFILE-NAME (WS-IMAGE-SUB)  TO RI-PROFILE-NAME
014340     MOVE CI-STATE (WS-IMAGE-SUB)         TO RI-STATE
014350     WRITE REQUEST-IMAGE-RECORD
014360         INVALID KEY
014370             SET WS-REGISTER-ERROR TO TRUE
014380             DISPLAY "REQINTK: REQIMG WRITE FAILED FOR "
014390                     WS-CUR-REQUEST-ID ", STATUS "
014400                     WS-REQIMG-STATUS
014410         NOT INVALID KEY
014420             ADD 1 TO WS-IMAGES-WRITTEN
014430     END-WRITE.
014440 3510-EXIT.
014450     EXIT.
014460
014470*----------------------------------------------------------------
014480*    3520/3525 - BACK OUT A REQUEST WHOSE REGISTER WRITE FAILED:
014490*    DELETE WHATEVER OF IT REACHED REQMST AND REQIMG, TAKE ITS
014500*    IMAGES BACK OUT OF THE MANIFEST TABLE AND REJECT IT, SO IT
014510*    CAN BE SENT AGAIN UNDER THE SAME ID.
014520*----------------------------------------------------------------
014530 3520-BACK-OUT-REQUEST.
014540     PERFORM 3525-DELETE-ONE-IMAGE THRU 3525-EXIT
014550         VARYING WS-IMAGE-SUB FROM 1 BY 1
014560         UNTIL WS-IMAGE-SUB > WS-IMAGES-WRITTEN
014570     IF WS-REQMST-WRITTEN
014580         MOVE WS-CUR-REQUEST-ID TO RM-REQUEST-ID
014590         DELETE REQUEST-MASTER-FILE RECORD
014600             INVALID KEY
014610                 CONTINUE
014620         END-DELETE
014630     END-IF
014640     MOVE WS-REQUEST-MANIFEST-START TO WS-MANIFEST-COUNT
014650     SUBTRACT WS-CUR-ACCEPTED-COUNT FROM WS-IMAGES-QUEUED
014660     ADD WS-CUR-ACCEPTED-COUNT      TO WS-IMAGES-NOT-TAKEN
014670     MOVE "REGISTER WRITE FAILED" TO WS-CUR-REASON
014680     ADD 1 TO WS-REQUESTS-REJECTED
014690     MOVE "REJECTED" TO WR-RESULT
014700     PERFORM 6100-WRITE-REQUEST-LINE THRU 6100-EXIT
014710     DISPLAY "REQINTK: " WS-CUR-REQUEST-ID " REJECTED - "
014720             WS-CUR-REASON.
014730 3520-EXIT.
014740     EXIT.
014750
014760 3525-DELETE-ONE-IMAGE.
014770     MOVE WS-CUR-REQUEST-ID TO RI-REQUEST-ID
014780     MOVE WS-IMAGE-SUB      TO RI-IMAGE-SEQ
014790     DELETE REQUEST-IMAGE-FILE RECORD
014800         INVALID KEY
014810             CONTINUE
014820     END-DELETE.
014830 3525-EXIT.
014840     EXIT.
014850
014860*================================================================
014870*    5000-WRITE-MANIFEST - SORT THE QUEUED IMAGES AND REBUILD
014880*    THE MANIFEST.  WITH NOTHING QUEUED THE MANIFEST ON DISK IS
014890*    LEFT AS IT IS.
014900*================================================================
014910 5000-WRITE-MANIFEST.
014920     MOVE SPACES TO WS-REPORT-LINE
014930     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
014940     IF WS-MANIFEST-COUNT = ZERO
014950         MOVE "NO IMAGES QUEUED - MANIFEST NOT REBUILT"
014960             TO WS-REPORT-LINE
014970         WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
014980         GO TO 5000-EXIT
014990     END-IF
015000     PERFORM 5100-SORT-MANIFEST-TABLE THRU 5100-EXIT
015010     OPEN OUTPUT MANIFEST-FILE
015020     IF WS-MANIFEST-STATUS NOT = "00"
015030         DISPLAY "REQINTK: MANIFEST NOT WRITTEN, STATUS "
015040                 WS-MANIFEST-STATUS
015050         MOVE "MANIFEST COULD NOT BE WRITTEN" TO WS-REPORT-LINE
015060         WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
015070         GO TO 5000-EXIT
015080     END-IF
015090     MOVE "MANIFEST ORDER (PRIORITY, DUE DATE, REQUEST, IMAGE)"
015100         TO WS-REPORT-LINE
015110     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
015120     PERFORM 5200-WRITE-ONE-ENTRY THRU 5200-EXIT
015130         VARYING WS-MANIFEST-SUB FROM 1 BY 1
015140         UNTIL WS-MANIFEST-SUB > WS-MANIFEST-COUNT
015150     CLOSE MANIFEST-FILE.
015160 5000-EXIT.
015170     EXIT.
015180
015190*----------------------------------------------------------------
015200*    5100 FAMILY - EXCHANGE SORT OF THE TABLE ON PRIORITY, DUE
015210*    DATE, REQUEST ID AND IMAGE SEQUENCE, AS ALRTACK SORTS ITS
015220*    ALERTS
015230*----------------------------------------------------------------
015240 5100-SORT-MANIFEST-TABLE.
015250     IF WS-MANIFEST-COUNT < 2
015260         GO TO 5100-EXIT
015270     END-IF
015280     MOVE "N" TO WS-SORT-DONE-SW
015290     COMPUTE WS-SORT-LIMIT = WS-MANIFEST-COUNT - 1
015300     END-COMPUTE
015310     PERFORM 5110-ONE-SORT-PASS THRU 5110-EXIT
015320         UNTIL WS-SORT-DONE.
015330 5100-EXIT.
015340     EXIT.
015350
015360 5110-ONE-SORT-PASS.
015370     MOVE "Y" TO WS-SORT-DONE-SW
015380     PERFORM 5120-COMPARE-ONE-PAIR THRU 5120-EXIT
015390         VARYING WS-SORT-SUB FROM 1 BY 1
015400         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
015410 5110-EXIT.
015420     EXIT.
015430
015440 5120-COMPARE-ONE-PAIR.
015450     IF WS-MANIFEST-ENTRY (WS-SORT-SUB) (1:20)
015460         > WS-MANIFEST-ENTRY (WS-SORT-SUB + 1) (1:20)
015470         MOVE WS-MANIFEST-ENTRY (WS-SORT-SUB) TO WS-SWAP-ENTRY
015480         MOVE WS-MANIFEST-ENTRY (WS-SORT-SUB + 1)
015490             TO WS-MANIFEST-ENTRY (WS-SORT-SUB)
015500         MOVE WS-SWAP-ENTRY
015510             TO WS-MANIFEST-ENTRY (WS-SORT-SUB + 1)
015520         MOVE "N" TO WS-SORT-DONE-SW
015530     END-IF.
015540 5120-EXIT.
015550     EXIT.
015560
015570 5200-WRITE-ONE-ENTRY.
015580     MOVE SPACES TO MANIFEST-RECORD
015590     MOVE MT-IMAGE-PATH (WS-MANIFEST-SUB)   TO MF-IMAGE-PATH
015600     MOVE MT-OUTPUT-NAME (WS-MANIFEST-SUB)  TO MF-OUTPUT-NAME
015610     MOVE MT-PROFILE-NAME (WS-MANIFEST-SUB) TO MF-PROFILE-NAME
015620     WRITE MANIFEST-RECORD
015630     MOVE SPACES TO WS-ORDER-LINE
015640     MOVE MT-PRIORITY (WS-MANIFEST-SUB)     TO WO-PRIORITY
015650     MOVE MT-DUE-DATE (WS-MANIFEST-SUB)     TO WO-DUE-DATE
015660     MOVE MT-REQUEST-ID (WS-MANIFEST-SUB)   TO WO-REQUEST-ID
015670     MOVE MT-IMAGE-SEQ (WS-MANIFEST-SUB)    TO WO-IMAGE-SEQ
015680     MOVE MT-OUTPUT-NAME (WS-MANIFEST-SUB)  TO WO-OUTPUT-NAME
015690     MOVE MT-PROFILE-NAME (WS-MANIFEST-SUB) TO WO-PROFILE-NAME
015700     MOVE WS-ORDER-LINE TO WS-REPORT-LINE
015710     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE.
015720 5200-EXIT.
015730     EXIT.
015740
015750*================================================================
015760*    6100 - ONE REQUEST LINE ON THE INTAKE REPORT
015770*================================================================
015780 6100-WRITE-REQUEST-LINE.
015790     MOVE SPACES TO WS-REPORT-LINE
015800     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
015810     MOVE WS-CUR-REQUEST-ID  TO WR-REQUEST-ID
015820     MOVE WS-CUR-REQUESTER   TO WR-REQUESTER
015830     MOVE WS-CUR-DEPARTMENT  TO WR-DEPARTMENT
015840     MOVE WS-CUR-PRIORITY-TEXT TO WR-PRIORITY
015850     MOVE WS-CUR-DUE-DATE-TEXT TO WR-DUE-DATE
015860     MOVE WS-CUR-REASON      TO WR-REASON
015870     WRITE INTAKE-REPORT-RECORD FROM WS-REQUEST-LINE.
015880 6100-EXIT.
015890     EXIT.
015900
015910*================================================================
015920*    9000-FINALIZE - TOTALS, CLOSE EVERYTHING, RELEASE THE LOCK
015930*================================================================
015940 9000-FINALIZE.
015950     MOVE SPACES TO WS-REPORT-LINE
015960     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
015970     MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY
015980     MOVE SPACES TO WS-REPORT-LINE
015990     STRING "REQUESTS READ . . . . : " DELIMITED BY SIZE
016000            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016010            INTO WS-REPORT-LINE
016020     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016030     MOVE WS-REQUESTS-ACCEPTED TO WS-COUNT-DISPLAY
016040     MOVE SPACES TO WS-REPORT-LINE
016050     STRING "ACCEPTED  . . . . . . : " DELIMITED BY SIZE
016060            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016070            INTO WS-REPORT-LINE
016080     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016090     MOVE WS-REQUESTS-REJECTED TO WS-COUNT-DISPLAY
016100     MOVE SPACES TO WS-REPORT-LINE
016110     STRING "REJECTED  . . . . . . : " DELIMITED BY SIZE
016120            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016130            INTO WS-REPORT-LINE
016140     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016150     MOVE WS-IMAGES-QUEUED TO WS-COUNT-DISPLAY
016160     MOVE SPACES TO WS-REPORT-LINE
016170     STRING "IMAGES QUEUED . . . . : " DELIMITED BY SIZE
016180            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016190            INTO WS-REPORT-LINE
016200     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016210     MOVE WS-IMAGES-MISSING TO WS-COUNT-DISPLAY
016220     MOVE SPACES TO WS-REPORT-LINE
016230     STRING "IMAGES MISSING  . . . : " DELIMITED BY SIZE
016240            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016250            INTO WS-REPORT-LINE
016260     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016270     MOVE WS-IMAGES-DUPLICATE TO WS-COUNT-DISPLAY
016280     MOVE SPACES TO WS-REPORT-LINE
016290     STRING "IMAGES DUPLICATE  . . : " DELIMITED BY SIZE
016300            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016310            INTO WS-REPORT-LINE
016320     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016330     MOVE WS-IMAGES-NOT-TAKEN TO WS-COUNT-DISPLAY
016340     MOVE SPACES TO WS-REPORT-LINE
016350     STRING "IMAGE ROWS NOT TAKEN  : " DELIMITED BY SIZE
016360            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016370            INTO WS-REPORT-LINE
016380     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016390     MOVE WS-IMAGES-CARRIED TO WS-COUNT-DISPLAY
016400     MOVE SPACES TO WS-REPORT-LINE
016410     STRING "CARRIED OVER QUEUED . : " DELIMITED BY SIZE
016420            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016430            INTO WS-REPORT-LINE
016440     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016450     MOVE WS-IMAGES-HELD-OVER TO WS-COUNT-DISPLAY
016460     MOVE SPACES TO WS-REPORT-LINE
016470     STRING "HELD FOR NEXT MANIFEST: " DELIMITED BY SIZE
016480            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016490            INTO WS-REPORT-LINE
016500     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016510     MOVE WS-MANIFEST-COUNT TO WS-COUNT-DISPLAY
016520     MOVE SPACES TO WS-REPORT-LINE
016530     STRING "MANIFEST ENTRIES  . . : " DELIMITED BY SIZE
016540            WS-COUNT-DISPLAY           DELIMITED BY SIZE
016550            INTO WS-REPORT-LINE
016560     WRITE INTAKE-REPORT-RECORD FROM WS-REPORT-LINE
016570     DISPLAY "REQINTK: REQUESTS READ . . : " WS-REQUESTS-READ
016580     DISPLAY "REQINTK: ACCEPTED  . . . . : " WS-REQUESTS-ACCEPTED
016590     DISPLAY "REQINTK: REJECTED  . . . . : " WS-REQUESTS-REJECTED
016600     DISPLAY "REQINTK: MANIFEST ENTRIES  : " WS-MANIFEST-COUNT
016610     IF WS-CONVREQ-STATUS = "00" OR WS-CONVREQ-STATUS = "10"
016620         CLOSE INTAKE-FILE
016630     END-IF
016640     IF WS-REGISTER-AVAILABLE
016650         CLOSE REQUEST-MASTER-FILE
016660         CLOSE REQUEST-IMAGE-FILE
016670     END-IF
016680     CLOSE INTAKE-REPORT-FILE
016690     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT.
016700 9000-EXIT.
016710     EXIT.
016720
016730*----------------------------------------------------------------
016740*    9400 - RELEASE THE RUN LOCK.  EMPTYING THE FILE FREES IT.
016750*----------------------------------------------------------------
016760 9400-RELEASE-RUN-LOCK.
016770     IF NOT WS-RUN-LOCK-HELD
016780         GO TO 9400-EXIT
016790     END-IF
016800     OPEN OUTPUT RUN-LOCK-FILE
016810     IF WS-RUNLOCK-STATUS = "00"
016820         CLOSE RUN-LOCK-FILE
016830     END-IF
016840     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
016850 9400-EXIT.
016860     EXIT.
