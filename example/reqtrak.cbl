000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    REQTRAK.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - CONVERSION REQUEST
000140*                    FULFILMENT TRACKING.  SETTLES THE REQUESTS
000150*                    THAT REQINTK REGISTERED AGAINST ONE MAIN
000160*                    RUN (THE RUN ID PARM, OR THE LATEST RUNHIST
000170*                    ROW, AS RECON CHOOSES IT): EACH IMAGE THE
000180*                    RUN CONVERTED (OUTCAT), REJECTED (REJECTS)
000190*                    OR DEAD-LETTERED (DEADLTR) IS MARKED, AND
000200*                    EACH REQUEST BECOMES COMPLETE, PARTIAL OR
000210*                    FAILED.  THEN WRITES THE REQSTAT STATUS
000220*                    REPORT BY REQUESTER AND THE REQDUE LIST OF
000230*                    OPEN REQUESTS PAST THEIR DUE DATE.  TAKES
000240*                    THE ENVIRONMENT'S RUN LOCK.  HONOURS THE
000250*                    ENVIRONMENT PROFILE FACILITY (ENV= PARM
000260*                    AGAINST ENVPROF).
000270*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
000280*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
000290*   2026-10-15  DO   EVERY PARAGRAPH NOW LEAVES THROUGH ITS OWN
000300*                    EXIT; SHARED CLOSING STEPS ARE PERFORMED.
000310*----------------------------------------------------------------
000320* PARM:  [ENV=name] [run id] [CLEARLOCK], IN ANY ORDER.  WITH NO
000330* RUN ID THE LATEST RUN IS SETTLED.  RUN THIS AFTER EVERY MAIN
000340* RUN - OUTCAT KEEPS ONLY THE LATEST CONVERSION OF EACH OUTPUT,
000350* SO AN OLDER RUN CAN NOT ALWAYS BE SETTLED LATER.
000360*
000370* IMAGE STATES (REQIMG):
000380*   QUEUED     WAITING FOR A MAIN RUN
000390*   DONE       EVERY RENDITION CONVERTED
000400*   PARTIAL    SOME RENDITIONS CONVERTED, SOME FAILED
000410*   REJECTED   FAILED - IN REJECTS FOR MAIN'S RETRY
000420*   DEADLTR    FAILED - IN DEADLTR FOR DEADMNT
000430*   MISSING    NOT ON DISK AT INTAKE - NEVER QUEUED
000440*   DUPLICATE  ALREADY QUEUED AT INTAKE - NEVER QUEUED
000450* A REJECTED, DEAD-LETTERED OR PARTIAL IMAGE IS SETTLED AGAIN BY
000460* A LATER RUN THAT RETRIES OR REQUEUES IT.
000470*
000480* REQUEST STATES (REQMST):
000490*   QUEUED     NO IMAGE HAS BEEN THROUGH A RUN YET
000500*   PARTIAL    SOME IMAGES CONVERTED, NOT ALL
000510*   FAILED     NO IMAGE CONVERTED AND AT LEAST ONE FAILED
000520*   COMPLETE   EVERY ACCEPTED IMAGE DONE - NEVER SETTLED AGAIN
000530*----------------------------------------------------------------
000540* Compile this file on its own:
000550*
000560*  $ cobc -x example/reqtrak.cbl
000570*
000580* Then execute the binary file:
000590*
000600*  $ ./reqtrak
000610*----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650*----------------------------------------------------------------
000660*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000670*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000680*----------------------------------------------------------------
000690     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ENVPROF-STATUS.
000720
000730*----------------------------------------------------------------
000740*    RUN HISTORY MASTER - THE RECORD MAIN WRITES AT FINALIZE
000750*----------------------------------------------------------------
000760     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
000770         WS-RUNHIST-FILENAME
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS RH-RUN-ID
000810         FILE STATUS IS WS-RUNHIST-STATUS.
000820
000830*----------------------------------------------------------------
000840*    OUTPUT CATALOG - ONE ROW PER OUTPUT, STAMPED WITH THE RUN
000850*    THAT LAST CONVERTED IT
000860*----------------------------------------------------------------
000870     SELECT OUTPUT-CATALOG-FILE ASSIGN TO DYNAMIC
000880         WS-OUTCAT-FILENAME
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS OC-OUTPUT-NAME
000920         FILE STATUS IS WS-OUTCAT-STATUS.
000930
000940*----------------------------------------------------------------
000950*    REJECTED MANIFEST ENTRIES AND ENTRIES THAT EXHAUSTED THE
000960*    RETRY LIMIT
000970*----------------------------------------------------------------
000980     SELECT REJECTS-FILE ASSIGN TO DYNAMIC
000990         WS-REJECTS-FILENAME
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-REJECTS-STATUS.
001020
001030     SELECT DEAD-LETTER-FILE ASSIGN TO DYNAMIC
001040         WS-DEADLTR-FILENAME
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-DEADLTR-STATUS.
001070
001080*----------------------------------------------------------------
001090*    REQUEST REGISTER, AS REQINTK KEEPS IT
001100*----------------------------------------------------------------
001110     SELECT REQUEST-MASTER-FILE ASSIGN TO DYNAMIC
001120         WS-REQMST-FILENAME
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS RM-REQUEST-ID
001160         FILE STATUS IS WS-REQMST-STATUS.
001170
001180     SELECT REQUEST-IMAGE-FILE ASSIGN TO DYNAMIC
001190         WS-REQIMG-FILENAME
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS RI-IMAGE-KEY
001230         FILE STATUS IS WS-REQIMG-STATUS.
001240
001250*----------------------------------------------------------------
001260*    STATUS REPORT BY REQUESTER, AND THE PAST-DUE LIST
001270*----------------------------------------------------------------
001280     SELECT STATUS-REPORT-FILE ASSIGN TO DYNAMIC
001290         WS-REQSTAT-FILENAME
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-REQSTAT-STATUS.
001320
001330     SELECT PAST-DUE-REPORT-FILE ASSIGN TO DYNAMIC
001340         WS-REQDUE-FILENAME
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-REQDUE-STATUS.
001370
001380*----------------------------------------------------------------
001390*    RUN LOCK - ONE JOB AT A TIME PER ENVIRONMENT, AS IN MAIN
001400*----------------------------------------------------------------
001410     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001420         WS-RUNLOCK-FILENAME
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-RUNLOCK-STATUS.
001450
001460*----------------------------------------------------------------
001470*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
001480*----------------------------------------------------------------
001490     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
001500         WS-LOCKWORK-FILENAME
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-LOCKWORK-STATUS.
001530
001540*----------------------------------------------------------------
001550*    ERROR LOG AND OPERATOR ALERTS - APPENDED TO WHEN THE RUN
001560*    LOCK REFUSES OR CLEARS
001570*----------------------------------------------------------------
001580     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001590         WS-ERRLOG-FILENAME
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS WS-ERRLOG-STATUS.
001620
001630     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001640         WS-ALERTS-FILENAME
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS WS-ALERTS-STATUS.
001670
001680 DATA DIVISION.
001690 FILE SECTION.
001700 FD  ENV-PROFILE-FILE.
001710 01  ENV-PROFILE-RECORD.
001720     05  EV-ENV-NAME                 PIC X(08).
001730     05  FILLER                      PIC X(01).
001740     05  EV-PREFIX                   PIC X(20).
001750
001760 FD  RUN-HISTORY-FILE.
001770 01  RUN-HISTORY-RECORD.
001780     05  RH-RUN-ID                   PIC X(16).
001790     05  RH-START-TIMESTAMP          PIC X(20).
001800     05  RH-END-TIMESTAMP            PIC X(20).
001810     05  RH-STEP1-STATUS             PIC X(08).
001820     05  RH-STEP2-STATUS             PIC X(08).
001830     05  RH-STEP3-STATUS             PIC X(08).
001840     05  RH-WORKER-COUNT             PIC 9(01).
001850     05  RH-STEP2-ELAPSED            PIC 9(07).
001860     05  RH-IMAGE-COUNT              PIC 9(05).
001870     05  RH-IMAGE-SUCCESS            PIC 9(05).
001880     05  RH-SNIPPET-NAME             PIC X(08).
001890     05  RH-PORT                     PIC 9(05).
001900
001910 FD  OUTPUT-CATALOG-FILE.
001920 01  OUTPUT-CATALOG-RECORD.
001930     05  OC-OUTPUT-NAME              PIC X(40).
001940     05  OC-IMAGE-PATH               PIC X(80).
001950     05  OC-SOURCE-CHECKSUM          PIC 9(10).
001960     05  OC-OUTPUT-SIZE              PIC 9(10).
001970     05  OC-RUN-ID                   PIC X(16).
001980     05  OC-TIMESTAMP                PIC X(20).
001990
002000 FD  REJECTS-FILE.
002010 01  REJECT-RECORD.
002020     05  RJ-ENTRY-DATA               PIC X(129).
002030     05  FILLER                      PIC X(01).
002040     05  RJ-RUN-ID                   PIC X(16).
002050     05  FILLER                      PIC X(01).
002060     05  RJ-TIMESTAMP                PIC X(20).
002070     05  FILLER                      PIC X(01).
002080     05  RJ-PROFILE-NAME             PIC X(08).
002090
002100 FD  DEAD-LETTER-FILE.
002110 01  DEAD-LETTER-RECORD.
002120     05  DL-ENTRY-DATA               PIC X(129).
002130     05  FILLER                      PIC X(01).
002140     05  DL-RUN-ID                   PIC X(16).
002150     05  FILLER                      PIC X(01).
002160     05  DL-TIMESTAMP                PIC X(20).
002170     05  FILLER                      PIC X(01).
002180     05  DL-PROFILE-NAME             PIC X(08).
002190
002200 FD  REQUEST-MASTER-FILE.
002210 01  REQUEST-MASTER-RECORD.
002220     05  RM-REQUEST-ID               PIC X(08).
002230     05  RM-REQUESTER                PIC X(08).
002240     05  RM-DEPARTMENT               PIC X(08).
002250     05  RM-PRIORITY                 PIC 9(01).
002260     05  RM-DUE-DATE                 PIC 9(08).
002270     05  RM-STATE                    PIC X(08).
002280     05  RM-IMAGES-REQUESTED         PIC 9(03).
002290     05  RM-IMAGES-ACCEPTED          PIC 9(03).
002300     05  RM-IMAGES-DONE              PIC 9(03).
002310     05  RM-IMAGES-FAILED            PIC 9(03).
002320     05  RM-RECEIVED-AT              PIC X(20).
002330     05  RM-LAST-RUN-ID              PIC X(16).
002340     05  RM-COMPLETED-AT             PIC X(20).
002350
002360 FD  REQUEST-IMAGE-FILE.
002370 01  REQUEST-IMAGE-RECORD.
002380     05  RI-IMAGE-KEY.
002390         10  RI-REQUEST-ID           PIC X(08).
002400         10  RI-IMAGE-SEQ            PIC 9(03).
002410     05  RI-IMAGE-PATH               PIC X(80).
002420     05  RI-OUTPUT-NAME              PIC X(40).
002430     05  RI-PROFILE-NAME             PIC X(08).
002440     05  RI-STATE                    PIC X(08).
002450     05  RI-RUN-ID                   PIC X(16).
002460
002470 FD  STATUS-REPORT-FILE.
002480 01  STATUS-REPORT-RECORD            PIC X(132).
002490
002500 FD  PAST-DUE-REPORT-FILE.
002510 01  PAST-DUE-REPORT-RECORD          PIC X(132).
002520
002530 FD  RUN-LOCK-FILE.
002540 01  RUN-LOCK-RECORD.
002550     05  RL-RUN-ID                   PIC X(16).
002560     05  FILLER                      PIC X(01).
002570     05  RL-PROGRAM                  PIC X(08).
002580     05  FILLER                      PIC X(01).
002590     05  RL-PROCESS-ID               PIC 9(09).
002600     05  FILLER                      PIC X(01).
002610     05  RL-START-TIMESTAMP          PIC X(20).
002620
002630 FD  LOCK-WORK-FILE.
002640 01  LOCK-WORK-RECORD.
002650     05  LW-PROCESS-ID               PIC 9(10).
002660
002670 FD  ERROR-LOG-FILE.
002680 01  ERROR-LOG-RECORD.
002690     05  EL-TIMESTAMP                PIC X(20).
002700     05  FILLER                      PIC X(01)  VALUE SPACE.
002710     05  EL-STEP-NAME                PIC X(16).
002720     05  FILLER                      PIC X(01)  VALUE SPACE.
002730     05  EL-ERROR-CODE               PIC 9(04).
002740     05  FILLER                      PIC X(01)  VALUE SPACE.
002750     05  EL-SCRIPT-PATH              PIC X(80).
002760     05  FILLER                      PIC X(01)  VALUE SPACE.
002770     05  EL-ERROR-MESSAGE            PIC X(60).
002780     05  FILLER                      PIC X(01)  VALUE SPACE.
002790     05  EL-RUN-ID                   PIC X(16).
002800
002810 FD  ALERTS-FILE.
002820 01  ALERTS-RECORD.
002830     05  AL-TIMESTAMP                PIC X(20).
002840     05  FILLER                      PIC X(01).
002850     05  AL-SEVERITY                 PIC 9(01).
002860     05  FILLER                      PIC X(01).
002870     05  AL-DESTINATION              PIC X(16).
002880     05  FILLER                      PIC X(01).
002890     05  AL-ERROR-CODE               PIC 9(04).
002900     05  FILLER                      PIC X(01).
002910     05  AL-STEP-NAME                PIC X(16).
002920     05  FILLER                      PIC X(01).
002930     05  AL-MESSAGE                  PIC X(60).
002940     05  FILLER                      PIC X(01).
002950     05  AL-RUN-ID                   PIC X(16).
002960
002970 WORKING-STORAGE SECTION.
002980*----------------------------------------------------------------
002990*    FILE STATUS FIELDS
003000*----------------------------------------------------------------
003010 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
003020 01  WS-RUNHIST-STATUS               PIC X(02)  VALUE "00".
003030 01  WS-OUTCAT-STATUS                PIC X(02)  VALUE "00".
003040 01  WS-REJECTS-STATUS               PIC X(02)  VALUE "00".
003050 01  WS-DEADLTR-STATUS               PIC X(02)  VALUE "00".
003060 01  WS-REQMST-STATUS                PIC X(02)  VALUE "00".
003070 01  WS-REQIMG-STATUS                PIC X(02)  VALUE "00".
003080 01  WS-REQSTAT-STATUS               PIC X(02)  VALUE "00".
003090 01  WS-REQDUE-STATUS                PIC X(02)  VALUE "00".
003100 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
003110 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
003120 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
003130 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
003140
003150*----------------------------------------------------------------
003160*    SWITCHES
003170*----------------------------------------------------------------
003180 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
003190     88  WS-ENVPROF-EOF                          VALUE "Y".
003200 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
003210     88  WS-ENV-FOUND                            VALUE "Y".
003220 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
003230     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
003240 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
003250     88  WS-LOCK-FOUND                           VALUE "Y".
003260 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
003270     88  WS-LOCK-STALE                           VALUE "Y".
003280 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
003290     88  WS-RUN-LOCK-HELD                        VALUE "Y".
003300 77  WS-JOB-REFUSED-SW               PIC X(01)  VALUE "N".
003310     88  WS-JOB-REFUSED                          VALUE "Y".
003320 77  WS-REGISTER-AVAILABLE-SW        PIC X(01)  VALUE "N".
003330     88  WS-REGISTER-AVAILABLE                   VALUE "Y".
003340 77  WS-RUN-FOUND-SW                 PIC X(01)  VALUE "N".
003350     88  WS-RUN-FOUND                            VALUE "Y".
003360 77  WS-HISTORY-EOF-SW               PIC X(01)  VALUE "N".
003370     88  WS-HISTORY-EOF                          VALUE "Y".
003380 77  WS-OUTCAT-EOF-SW                PIC X(01)  VALUE "N".
003390     88  WS-OUTCAT-EOF                           VALUE "Y".
003400 77  WS-REJECTS-EOF-SW               PIC X(01)  VALUE "N".
003410     88  WS-REJECTS-EOF                          VALUE "Y".
003420 77  WS-DEADLTR-EOF-SW               PIC X(01)  VALUE "N".
003430     88  WS-DEADLTR-EOF                          VALUE "Y".
003440 77  WS-MASTER-EOF-SW                PIC X(01)  VALUE "N".
003450     88  WS-MASTER-EOF                           VALUE "Y".
003460 77  WS-IMAGE-EOF-SW                 PIC X(01)  VALUE "N".
003470     88  WS-IMAGE-EOF                            VALUE "Y".
003480 77  WS-REQUEST-TOUCHED-SW           PIC X(01)  VALUE "N".
003490     88  WS-REQUEST-TOUCHED                      VALUE "Y".
003500 77  WS-MATCH-FOUND-SW               PIC X(01)  VALUE "N".
003510     88  WS-MATCH-FOUND                          VALUE "Y".
003520 77  WS-SORT-DONE-SW                 PIC X(01)  VALUE "N".
003530     88  WS-SORT-DONE                            VALUE "Y".
003540
003550*----------------------------------------------------------------
003560*    COUNTERS AND SUBSCRIPTS
003570*----------------------------------------------------------------
003580 77  WS-TOKEN-SUB                    PIC 9(01)  COMP VALUE ZERO.
003590 77  WS-OUTCOME-COUNT                PIC 9(04)  COMP VALUE ZERO.
003600 77  WS-OUTCOME-SUB                  PIC 9(04)  COMP VALUE ZERO.
003610 77  WS-OUTCOMES-DROPPED             PIC 9(05)  COMP VALUE ZERO.
003620 77  WS-REQUEST-COUNT                PIC 9(04)  COMP VALUE ZERO.
003630 77  WS-REQUEST-SUB                  PIC 9(04)  COMP VALUE ZERO.
003640 77  WS-REQUESTS-NOT-LISTED          PIC 9(05)  COMP VALUE ZERO.
003650 77  WS-DUE-COUNT                    PIC 9(04)  COMP VALUE ZERO.
003660 77  WS-DUE-SUB                      PIC 9(04)  COMP VALUE ZERO.
003670 77  WS-SORT-SUB                     PIC 9(04)  COMP VALUE ZERO.
003680 77  WS-SORT-LIMIT                   PIC 9(04)  COMP VALUE ZERO.
003690 77  WS-REQ-DONE-COUNT               PIC 9(04)  COMP VALUE ZERO.
003700 77  WS-REQ-PARTIAL-COUNT            PIC 9(04)  COMP VALUE ZERO.
003710 77  WS-REQ-FAILED-COUNT             PIC 9(04)  COMP VALUE ZERO.
003720 77  WS-SETTLED-DONE                 PIC 9(05)  COMP VALUE ZERO.
003730 77  WS-SETTLED-PARTIAL              PIC 9(05)  COMP VALUE ZERO.
003740 77  WS-SETTLED-FAILED               PIC 9(05)  COMP VALUE ZERO.
003750 77  WS-REQUESTS-COMPLETED           PIC 9(05)  COMP VALUE ZERO.
003760 77  WS-REQUESTS-SETTLED             PIC 9(05)  COMP VALUE ZERO.
003770 77  WS-GROUP-REQUESTS               PIC 9(05)  COMP VALUE ZERO.
003780 77  WS-GROUP-COMPLETE               PIC 9(05)  COMP VALUE ZERO.
003790 77  WS-GROUP-OPEN                   PIC 9(05)  COMP VALUE ZERO.
003800 77  WS-GROUP-PAST-DUE               PIC 9(05)  COMP VALUE ZERO.
003810 77  WS-TOTAL-COMPLETE               PIC 9(05)  COMP VALUE ZERO.
003820 77  WS-TOTAL-OPEN                   PIC 9(05)  COMP VALUE ZERO.
003830 77  WS-TOTAL-PAST-DUE               PIC 9(05)  COMP VALUE ZERO.
003840
003850*----------------------------------------------------------------
003860*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
003870*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
003880*----------------------------------------------------------------
003890 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
003900 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
003910 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
003920 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
003930 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
003940 01  WS-RUN-ID-PARM                  PIC X(16) VALUE SPACES.
003950 01  WS-PARM-TOKEN-TABLE.
003960     05  WS-PARM-TOKEN               PIC X(16) OCCURS 3 TIMES.
003970 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
003980 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
003990 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
004000 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
004010 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
004020 01  WS-OUTCAT-FILENAME              PIC X(80) VALUE "OUTCAT".
004030 01  WS-REJECTS-FILENAME             PIC X(80) VALUE "REJECTS".
004040 01  WS-DEADLTR-FILENAME             PIC X(80) VALUE "DEADLTR".
004050 01  WS-REQMST-FILENAME              PIC X(80) VALUE "REQMST".
004060 01  WS-REQIMG-FILENAME              PIC X(80) VALUE "REQIMG".
004070 01  WS-REQSTAT-FILENAME             PIC X(80) VALUE "REQSTAT".
004080 01  WS-REQDUE-FILENAME              PIC X(80) VALUE "REQDUE".
004090
004100*----------------------------------------------------------------
004110*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
004120*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.
004130*----------------------------------------------------------------
004140 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
004150 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
004160 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
004170 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
004180 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
004190 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
004200 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
004210
004220*----------------------------------------------------------------
004230*    THE RUN BEING SETTLED, AND TODAY FOR THE DUE DATE CHECKS
004240*----------------------------------------------------------------
004250 01  WS-TRACK-RUN-ID                 PIC X(16) VALUE SPACES.
004260 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
004270 01  WS-TODAY-DAY-NUMBER             PIC 9(08) VALUE ZERO.
004280 01  WS-DAYS-OVERDUE                 PIC 9(05) VALUE ZERO.
004290 01  WS-OUTCOME-PATH                 PIC X(80) VALUE SPACES.
004300 01  WS-NEW-STATE                    PIC X(08) VALUE SPACES.
004310
004320*----------------------------------------------------------------
004330*    WHAT THE RUN DID TO EACH IMAGE PATH - ONE ROW PER PATH WITH
004340*    A COUNT OF RENDITIONS CONVERTED, REJECTED AND DEAD-LETTERED
004350*----------------------------------------------------------------
004360 01  WS-OUTCOME-TABLE.
004370     05  WS-OUTCOME-ENTRY OCCURS 2000 TIMES.
004380         10  OT-IMAGE-PATH           PIC X(80).
004390         10  OT-CONVERTED            PIC 9(04) COMP.
004400         10  OT-REJECTED             PIC 9(04) COMP.
004410         10  OT-DEAD                 PIC 9(04) COMP.
004420
004430*----------------------------------------------------------------
004440*    EVERY REQUEST, FOR THE STATUS REPORT (REQUESTER, DUE DATE,
004450*    REQUEST ID ORDER), AND THE OPEN ONES PAST DUE (DUE DATE,
004460*    PRIORITY, REQUEST ID ORDER)
004470*----------------------------------------------------------------
004480 01  WS-REQUEST-TABLE.
004490     05  WS-REQUEST-ENTRY OCCURS 2000 TIMES.
004500         10  RT-REQUESTER            PIC X(08).
004510         10  RT-DUE-DATE             PIC 9(08).
004520         10  RT-REQUEST-ID           PIC X(08).
004530         10  RT-DEPARTMENT           PIC X(08).
004540         10  RT-PRIORITY             PIC 9(01).
004550         10  RT-STATE                PIC X(08).
004560         10  RT-ACCEPTED             PIC 9(03).
004570         10  RT-DONE                 PIC 9(03).
004580         10  RT-FAILED               PIC 9(03).
004590 01  WS-DUE-TABLE.
004600     05  WS-DUE-ENTRY OCCURS 2000 TIMES.
004610         10  DT-DUE-DATE             PIC 9(08).
004620         10  DT-PRIORITY             PIC 9(01).
004630         10  DT-REQUEST-ID           PIC X(08).
004640         10  DT-REQUESTER            PIC X(08).
004650         10  DT-DEPARTMENT           PIC X(08).
004660         10  DT-STATE                PIC X(08).
004670         10  DT-ACCEPTED             PIC 9(03).
004680         10  DT-DONE                 PIC 9(03).
004690         10  DT-FAILED               PIC 9(03).
004700 01  WS-SWAP-ENTRY                   PIC X(50).
004710 01  WS-PREVIOUS-REQUESTER           PIC X(08) VALUE SPACES.
004720
004730*----------------------------------------------------------------
004740*    TIMESTAMP WORK AREA
004750*----------------------------------------------------------------
004760 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
004770 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
004780 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
004790
004800*----------------------------------------------------------------
004810*    REPORT LINES
004820*----------------------------------------------------------------
004830 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
004840 01  WS-COUNT-DISPLAY                PIC ZZZZ9 VALUE ZERO.
004850 01  WS-COUNT-DISPLAY-2              PIC ZZZZ9 VALUE ZERO.
004860 01  WS-COUNT-DISPLAY-3              PIC ZZZZ9 VALUE ZERO.
004870 01  WS-COUNT-DISPLAY-4              PIC ZZZZ9 VALUE ZERO.
004880 01  WS-STATUS-HEADING.
004890     05  FILLER                      PIC X(09) VALUE "REQUESTR".
004900     05  FILLER                      PIC X(09) VALUE "REQUEST".
004910     05  FILLER                      PIC X(09) VALUE "DEPT".
004920     05  FILLER                      PIC X(02) VALUE "P".
004930     05  FILLER                      PIC X(09) VALUE "DUE".
004940     05  FILLER                      PIC X(09) VALUE "STATE".
004950     05  FILLER                      PIC X(09) VALUE "DONE/ACC".
004960     05  FILLER                      PIC X(07) VALUE "FAILED".
004970     05  FILLER                      PIC X(08) VALUE "FLAG".
004980 01  WS-STATUS-LINE.
004990     05  WS-SL-REQUESTER             PIC X(08).
005000     05  FILLER                      PIC X(01) VALUE SPACE.
005010     05  WS-SL-REQUEST-ID            PIC X(08).
005020     05  FILLER                      PIC X(01) VALUE SPACE.
005030     05  WS-SL-DEPARTMENT            PIC X(08).
005040     05  FILLER                      PIC X(01) VALUE SPACE.
005050     05  WS-SL-PRIORITY              PIC 9(01).
005060     05  FILLER                      PIC X(01) VALUE SPACE.
005070     05  WS-SL-DUE-DATE              PIC 9(08).
005080     05  FILLER                      PIC X(01) VALUE SPACE.
005090     05  WS-SL-STATE                 PIC X(08).
005100     05  FILLER                      PIC X(01) VALUE SPACE.
005110     05  WS-SL-DONE                  PIC ZZ9.
005120     05  FILLER                      PIC X(01) VALUE "/".
005130     05  WS-SL-ACCEPTED              PIC ZZ9.
005140     05  FILLER                      PIC X(03) VALUE SPACES.
005150     05  WS-SL-FAILED                PIC ZZ9.
005160     05  FILLER                      PIC X(04) VALUE SPACES.
005170     05  WS-SL-FLAG                  PIC X(08).
005180 01  WS-DUE-HEADING.
005190     05  FILLER                      PIC X(09) VALUE "DUE".
005200     05  FILLER                      PIC X(07) VALUE "DAYS".
005210     05  FILLER                      PIC X(02) VALUE "P".
005220     05  FILLER                      PIC X(09) VALUE "REQUEST".
005230     05  FILLER                      PIC X(09) VALUE "REQUESTR".
005240     05  FILLER                      PIC X(09) VALUE "DEPT".
005250     05  FILLER                      PIC X(09) VALUE "STATE".
005260     05  FILLER                      PIC X(09) VALUE "DONE/ACC".
005270 01  WS-DUE-LINE.
005280     05  WS-DL-DUE-DATE              PIC 9(08).
005290     05  FILLER                      PIC X(01) VALUE SPACE.
005300     05  WS-DL-DAYS                  PIC ZZZZ9.
005310     05  FILLER                      PIC X(01) VALUE SPACE.
005320     05  WS-DL-PRIORITY              PIC 9(01).
005330     05  FILLER                      PIC X(01) VALUE SPACE.
005340     05  WS-DL-REQUEST-ID            PIC X(08).
005350     05  FILLER                      PIC X(01) VALUE SPACE.
005360     05  WS-DL-REQUESTER             PIC X(08).
005370     05  FILLER                      PIC X(01) VALUE SPACE.
005380     05  WS-DL-DEPARTMENT            PIC X(08).
005390     05  FILLER                      PIC X(01) VALUE SPACE.
005400     05  WS-DL-STATE                 PIC X(08).
005410     05  FILLER                      PIC X(01) VALUE SPACE.
005420     05  WS-DL-DONE                  PIC ZZ9.
005430     05  FILLER                      PIC X(01) VALUE "/".
005440     05  WS-DL-ACCEPTED              PIC ZZ9.
005450
005460 PROCEDURE DIVISION.
005470*================================================================
005480*    0000-MAINLINE
005490*================================================================
005500 0000-MAINLINE.
005510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005520     IF WS-JOB-REFUSED
005530         MOVE 8 TO RETURN-CODE
005540         STOP RUN
005550     END-IF
005560     IF WS-REGISTER-AVAILABLE
005570         PERFORM 2000-LOCATE-RUN THRU 2000-EXIT
005580         IF WS-RUN-FOUND
005590             PERFORM 3000-LOAD-RUN-OUTCOMES THRU 3000-EXIT
005600             PERFORM 4000-SETTLE-REQUESTS THRU 4000-EXIT
005610         END-IF
005620         PERFORM 5000-WRITE-STATUS-REPORT THRU 5000-EXIT
005630         PERFORM 6000-WRITE-PAST-DUE-REPORT THRU 6000-EXIT
005640     END-IF
005650     PERFORM 9000-FINALIZE THRU 9000-EXIT
005660     STOP RUN.
005670
005680*================================================================
005690*    1000-INITIALIZE - ENVIRONMENT, RUN LOCK, THE REPORTS AND THE
005700*    REQUEST REGISTER
005710*================================================================
005720 1000-INITIALIZE.
005730     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
005740     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
005750     IF WS-JOB-REFUSED
005760         GO TO 1000-EXIT
005770     END-IF
005780     MOVE WS-TS-DATE TO WS-TODAY-DATE
005790     COMPUTE WS-TODAY-DAY-NUMBER =
005800         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
005810     END-COMPUTE
005820     OPEN OUTPUT STATUS-REPORT-FILE
005830     OPEN OUTPUT PAST-DUE-REPORT-FILE
005840     PERFORM 1300-WRITE-REPORT-HEADINGS THRU 1300-EXIT
005850     OPEN I-O REQUEST-MASTER-FILE
005860     IF WS-REQMST-STATUS NOT = "00"
005870         DISPLAY "REQTRAK: REQMST UNAVAILABLE, STATUS "
005880                 WS-REQMST-STATUS " - NO REQUESTS TO TRACK"
005890         MOVE "NO REQUEST REGISTER - RUN REQINTK FIRST"
005900             TO WS-REPORT-LINE
005910         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
005920         WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE
005930         GO TO 1000-EXIT
005940     END-IF
005950     OPEN I-O REQUEST-IMAGE-FILE
005960     IF WS-REQIMG-STATUS NOT = "00"
005970         DISPLAY "REQTRAK: REQIMG UNAVAILABLE, STATUS "
005980                 WS-REQIMG-STATUS " - NO REQUESTS TO TRACK"
005990         CLOSE REQUEST-MASTER-FILE
006000         GO TO 1000-EXIT
006010     END-IF
006020     SET WS-REGISTER-AVAILABLE TO TRUE.
006030 1000-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070*    1010/1015/1020/1030/1050 - COMMAND LINE AND ENVIRONMENT
006080*    PROFILES, AS IN RECON.  AN ENV= TOKEN SELECTS A PREFIX FROM
006090*    ENVPROF THAT QUALIFIES EVERY FILE NAME; CLEARLOCK LETS 1400
006100*    CLEAR A STALE RUN LOCK; ANY OTHER TOKEN IS THE RUN ID TO
006110*    SETTLE.  AN ENVIRONMENT WITHOUT A PROFILE ROW STILL GETS A
006120*    PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST RUN NEVER FALLS
006130*    THROUGH ONTO THE PRODUCTION FILES.
006140*----------------------------------------------------------------
006150 1010-RESOLVE-ENVIRONMENT.
006160     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
006170     MOVE SPACES TO WS-PARM-TOKEN-TABLE
006180     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
006190         INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2),
006200              WS-PARM-TOKEN (3)
006210     END-UNSTRING
006220     PERFORM 1015-ASSIGN-ONE-TOKEN THRU 1015-EXIT
006230         VARYING WS-TOKEN-SUB FROM 1 BY 1
006240         UNTIL WS-TOKEN-SUB > 3
006250     IF WS-ENV-NAME NOT = SPACES
006260         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
006270     END-IF
006280     MOVE "RUNHIST" TO WS-BASE-FILENAME
006290     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006300     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
006310     MOVE "OUTCAT" TO WS-BASE-FILENAME
006320     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006330     MOVE WS-BUILT-FILENAME TO WS-OUTCAT-FILENAME
006340     MOVE "REJECTS" TO WS-BASE-FILENAME
006350     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006360     MOVE WS-BUILT-FILENAME TO WS-REJECTS-FILENAME
006370     MOVE "DEADLTR" TO WS-BASE-FILENAME
006380     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006390     MOVE WS-BUILT-FILENAME TO WS-DEADLTR-FILENAME
006400     MOVE "REQMST" TO WS-BASE-FILENAME
006410     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006420     MOVE WS-BUILT-FILENAME TO WS-REQMST-FILENAME
006430     MOVE "REQIMG" TO WS-BASE-FILENAME
006440     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006450     MOVE WS-BUILT-FILENAME TO WS-REQIMG-FILENAME
006460     MOVE "REQSTAT" TO WS-BASE-FILENAME
006470     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006480     MOVE WS-BUILT-FILENAME TO WS-REQSTAT-FILENAME
006490     MOVE "REQDUE" TO WS-BASE-FILENAME
006500     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006510     MOVE WS-BUILT-FILENAME TO WS-REQDUE-FILENAME
006520     MOVE "RUNLOCK" TO WS-BASE-FILENAME
006530     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006540     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
006550     MOVE "LOCKWORK" TO WS-BASE-FILENAME
006560     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006570     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
006580     MOVE "ERRLOG" TO WS-BASE-FILENAME
006590     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006600     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
006610     MOVE "ALERTS" TO WS-BASE-FILENAME
006620     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006630     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME.
006640 1010-EXIT.
006650     EXIT.
006660
006670 1015-ASSIGN-ONE-TOKEN.
006680     IF WS-PARM-TOKEN (WS-TOKEN-SUB) = SPACES
006690         GO TO 1015-EXIT
006700     END-IF
006710     IF WS-PARM-TOKEN (WS-TOKEN-SUB) = "CLEARLOCK"
006720         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
006730         GO TO 1015-EXIT
006740     END-IF
006750     IF WS-PARM-TOKEN (WS-TOKEN-SUB) (1:4) = "ENV="
006760         MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (5:8)
006770             TO WS-ENV-NAME
006780     ELSE
006790         MOVE WS-PARM-TOKEN (WS-TOKEN-SUB)
006800             TO WS-RUN-ID-PARM
006810     END-IF.
006820 1015-EXIT.
006830     EXIT.
006840
006850 1020-LOAD-ENV-PROFILE.
006860     MOVE "N" TO WS-ENV-FOUND-SW
006870     MOVE "N" TO WS-ENVPROF-EOF-SW
006880     OPEN INPUT ENV-PROFILE-FILE
006890     IF WS-ENVPROF-STATUS NOT = "00"
006900         MOVE "Y" TO WS-ENVPROF-EOF-SW
006910     END-IF
006920     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
006930         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
006940     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
006950         CLOSE ENV-PROFILE-FILE
006960     END-IF
006970     IF WS-ENV-FOUND
006980         DISPLAY "REQTRAK: ENVIRONMENT " WS-ENV-NAME
006990                 " - FILE PREFIX " WS-ENV-PREFIX
007000     ELSE
007010         MOVE SPACES TO WS-ENV-PREFIX
007020         STRING WS-ENV-NAME DELIMITED BY SPACE
007030                "."         DELIMITED BY SIZE
007040                INTO WS-ENV-PREFIX
007050         DISPLAY "REQTRAK: ENVIRONMENT " WS-ENV-NAME
007060                 " NOT IN ENVPROF - USING PREFIX "
007070                 WS-ENV-PREFIX
007080     END-IF.
007090 1020-EXIT.
007100     EXIT.
007110
007120 1030-READ-ONE-PROFILE.
007130     READ ENV-PROFILE-FILE
007140         AT END
007150             MOVE "Y" TO WS-ENVPROF-EOF-SW
007160     END-READ
007170     IF WS-ENVPROF-EOF
007180         GO TO 1030-EXIT
007190     END-IF
007200     IF ENV-PROFILE-RECORD = SPACES
007210         OR EV-ENV-NAME (1:1) = "*"
007220         GO TO 1030-EXIT
007230     END-IF
007240     IF EV-ENV-NAME = WS-ENV-NAME
007250         SET WS-ENV-FOUND TO TRUE
007260         MOVE EV-PREFIX TO WS-ENV-PREFIX
007270     END-IF.
007280 1030-EXIT.
007290     EXIT.
007300
007310 1050-BUILD-ONE-FILENAME.
007320     MOVE SPACES TO WS-BUILT-FILENAME
007330     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
007340            WS-BASE-FILENAME DELIMITED BY SPACE
007350            INTO WS-BUILT-FILENAME.
007360 1050-EXIT.
007370     EXIT.
007380
007390 1300-WRITE-REPORT-HEADINGS.
007400     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007410     MOVE "CONVERSION REQUEST STATUS BY REQUESTER"
007420         TO WS-REPORT-LINE
007430     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
007440     MOVE "CONVERSION REQUESTS PAST DUE" TO WS-REPORT-LINE
007450     WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE
007460     MOVE ALL "-" TO WS-REPORT-LINE
007470     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
007480     WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE
007490     MOVE SPACES TO WS-REPORT-LINE
007500     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
007510            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
007520            INTO WS-REPORT-LINE
007530     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
007540     WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE.
007550 1300-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590*    1400-1440 - THE RUN LOCK, AS IN MAIN.  ONE JOB AT A TIME
007600*    PER ENVIRONMENT: A LOCK HELD BY A LIVE PROCESS REFUSES
007610*    THIS JOB (9091).  A LOCK WHOSE PROCESS HAS GONE IS STALE -
007620*    THAT JOB DIED PART WAY - AND REFUSES IT TOO (9092) UNTIL
007630*    THE OPERATOR HAS CHECKED THE FILES AND RERUNS WITH A
007640*    CLEARLOCK PARM (9093).  EACH GOES TO ERRLOG AND ALERTS.
007650*----------------------------------------------------------------
007660 1400-TAKE-RUN-LOCK.
007670     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007680     MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
007690     MOVE SPACES TO WS-JOB-ID
007700     STRING WS-TS-DATE DELIMITED BY SIZE
007710            WS-TS-TIME DELIMITED BY SIZE
007720            INTO WS-JOB-ID
007730     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
007740     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
007750     MOVE SPACES TO WS-LOCK-MESSAGE
007760     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
007770         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
007780                WS-LOCK-HOLDER      DELIMITED BY SIZE
007790                INTO WS-LOCK-MESSAGE
007800         MOVE 9091 TO WS-LOCK-ERR-CODE
007810         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007820         SET WS-JOB-REFUSED TO TRUE
007830         DISPLAY "REQTRAK: REFUSED - ANOTHER JOB HOLDS THE "
007840                 "RUN LOCK"
007850         GO TO 1400-EXIT
007860     END-IF
007870     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
007880         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
007890                WS-LOCK-HOLDER      DELIMITED BY SIZE
007900                INTO WS-LOCK-MESSAGE
007910         MOVE 9092 TO WS-LOCK-ERR-CODE
007920         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007930         SET WS-JOB-REFUSED TO TRUE
007940         DISPLAY "REQTRAK: REFUSED - STALE RUN LOCK; CHECK THE "
007950                 "FILES, THEN RERUN WITH CLEARLOCK"
007960         GO TO 1400-EXIT
007970     END-IF
007980     IF WS-LOCK-FOUND
007990         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
008000                WS-LOCK-HOLDER         DELIMITED BY SIZE
008010                INTO WS-LOCK-MESSAGE
008020         MOVE 9093 TO WS-LOCK-ERR-CODE
008030         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
008040     END-IF
008050     OPEN OUTPUT RUN-LOCK-FILE
008060     IF WS-RUNLOCK-STATUS NOT = "00"
008070         DISPLAY "REQTRAK: RUNLOCK NOT WRITTEN, STATUS "
008080                 WS-RUNLOCK-STATUS
008090         GO TO 1400-EXIT
008100     END-IF
008110     MOVE SPACES                 TO RUN-LOCK-RECORD
008120     MOVE WS-JOB-ID              TO RL-RUN-ID
008130     MOVE "REQTRAK"              TO RL-PROGRAM
008140     MOVE WS-OWN-PID             TO RL-PROCESS-ID
008150     MOVE WS-JOB-START-TIMESTAMP TO RL-START-TIMESTAMP
008160     WRITE RUN-LOCK-RECORD
008170     CLOSE RUN-LOCK-FILE
008180     SET WS-RUN-LOCK-HELD TO TRUE.
008190 1400-EXIT.
008200     EXIT.
008210
008220 1410-GET-OWN-PROCESS-ID.
008230     MOVE ZERO TO WS-OWN-PID
008240     MOVE SPACES TO WS-LOCK-COMMAND
008250     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
008260            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
008270            " 2>/dev/null"               DELIMITED BY SIZE
008280            INTO WS-LOCK-COMMAND
008290     CALL "SYSTEM" USING WS-LOCK-COMMAND
008300     OPEN INPUT LOCK-WORK-FILE
008310     IF WS-LOCKWORK-STATUS NOT = "00"
008320         GO TO 1410-EXIT
008330     END-IF
008340     READ LOCK-WORK-FILE
008350         AT END CONTINUE
008360     END-READ
008370     IF WS-LOCKWORK-STATUS = "00"
008380         AND LW-PROCESS-ID IS NUMERIC
008390         MOVE LW-PROCESS-ID TO WS-OWN-PID
008400     END-IF
008410     CLOSE LOCK-WORK-FILE.
008420 1410-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
008470*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
008480*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
008490*    ALIVE AND COUNTS AS STALE.
008500*----------------------------------------------------------------
008510 1420-READ-RUN-LOCK.
008520     MOVE "N" TO WS-LOCK-FOUND-SW
008530     MOVE "N" TO WS-LOCK-STALE-SW
008540     MOVE SPACES TO WS-LOCK-HOLDER
008550     OPEN INPUT RUN-LOCK-FILE
008560     IF WS-RUNLOCK-STATUS NOT = "00"
008570         GO TO 1420-EXIT
008580     END-IF
008590     MOVE SPACES TO RUN-LOCK-RECORD
008600     READ RUN-LOCK-FILE
008610         AT END CONTINUE
008620     END-READ
008630     CLOSE RUN-LOCK-FILE
008640     IF RUN-LOCK-RECORD = SPACES
008650         GO TO 1420-EXIT
008660     END-IF
008670     SET WS-LOCK-FOUND TO TRUE
008680     STRING RL-PROGRAM    DELIMITED BY SPACE
008690            " RUN "       DELIMITED BY SIZE
008700            RL-RUN-ID     DELIMITED BY SPACE
008710            " PID "       DELIMITED BY SIZE
008720            RL-PROCESS-ID DELIMITED BY SIZE
008730            INTO WS-LOCK-HOLDER
008740     IF RL-PROCESS-ID IS NOT NUMERIC
008750         OR RL-PROCESS-ID = ZERO
008760         SET WS-LOCK-STALE TO TRUE
008770         GO TO 1420-EXIT
008780     END-IF
008790     MOVE SPACES TO WS-LOCK-COMMAND
008800     STRING "kill -0 "         DELIMITED BY SIZE
008810            RL-PROCESS-ID      DELIMITED BY SIZE
008820            " >/dev/null 2>&1" DELIMITED BY SIZE
008830            INTO WS-LOCK-COMMAND
008840     CALL "SYSTEM" USING WS-LOCK-COMMAND
008850     IF RETURN-CODE NOT = ZERO
008860         SET WS-LOCK-STALE TO TRUE
008870     END-IF
008880     MOVE ZERO TO RETURN-CODE.
008890 1420-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------
008930*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
008940*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
008950*    RUN, SO THE RUN ID IS BLANK.
008960*----------------------------------------------------------------
008970 1440-LOG-LOCK-EVENT.
008980     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
008990     OPEN EXTEND ERROR-LOG-FILE
009000     IF WS-ERRLOG-STATUS NOT = "00"
009010         OPEN OUTPUT ERROR-LOG-FILE
009020     END-IF
009030     IF WS-ERRLOG-STATUS = "00"
009040         MOVE SPACES               TO ERROR-LOG-RECORD
009050         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
009060         MOVE "REQTRAK"            TO EL-STEP-NAME
009070         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
009080         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
009090         WRITE ERROR-LOG-RECORD
009100         CLOSE ERROR-LOG-FILE
009110     END-IF
009120     OPEN EXTEND ALERTS-FILE
009130     IF WS-ALERTS-STATUS NOT = "00"
009140         OPEN OUTPUT ALERTS-FILE
009150     END-IF
009160     IF WS-ALERTS-STATUS = "00"
009170         MOVE SPACES               TO ALERTS-RECORD
009180         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
009190         IF WS-LOCK-ERR-CODE = 9093
009200             MOVE 3                TO AL-SEVERITY
009210             MOVE "INFOLOG"        TO AL-DESTINATION
009220         ELSE
009230             MOVE 2                TO AL-SEVERITY
009240             MOVE "OPERATIONS"     TO AL-DESTINATION
009250         END-IF
009260         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
009270         MOVE "REQTRAK"            TO AL-STEP-NAME
009280         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
009290         WRITE ALERTS-RECORD
009300         CLOSE ALERTS-FILE
009310     END-IF
009320     DISPLAY "REQTRAK: ERROR " WS-LOCK-ERR-CODE ": "
009330             WS-LOCK-MESSAGE.
009340 1440-EXIT.
009350     EXIT.
009360
009370 1650-BUILD-TIMESTAMP.
009380     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
009390     ACCEPT WS-TS-TIME FROM TIME
009400     STRING WS-TS-DATE   DELIMITED BY SIZE
009410            "-"          DELIMITED BY SIZE
009420            WS-TS-TIME   DELIMITED BY SIZE
009430            INTO WS-CURRENT-TIMESTAMP.
009440 1650-EXIT.
009450     EXIT.
009460
009470*================================================================
009480*    2000-LOCATE-RUN - THE RUNHIST ROW NAMED BY THE PARM, OR THE
009490*    LAST ROW IN KEY ORDER (THE RUN ID IS A TIMESTAMP, SO KEY
009500*    ORDER IS RUN ORDER), AS IN RECON.  WITH NO RUN THE REPORTS
009510*    ARE STILL WRITTEN FROM THE REGISTER AS IT STANDS.
009520*================================================================
009530 2000-LOCATE-RUN.
009540     MOVE "N" TO WS-RUN-FOUND-SW
009550     OPEN INPUT RUN-HISTORY-FILE
009560     IF WS-RUNHIST-STATUS NOT = "00"
009570         DISPLAY "REQTRAK: RUNHIST UNAVAILABLE, STATUS "
009580                 WS-RUNHIST-STATUS " - NOTHING SETTLED"
009590         GO TO 2000-EXIT
009600     END-IF
009610     IF WS-RUN-ID-PARM NOT = SPACES
009620         MOVE WS-RUN-ID-PARM TO RH-RUN-ID
009630         READ RUN-HISTORY-FILE
009640             INVALID KEY
009650                 DISPLAY "REQTRAK: RUN ID " WS-RUN-ID-PARM
009660                         " NOT IN RUNHIST - NOTHING SETTLED"
009670             NOT INVALID KEY
009680                 PERFORM 2200-SAVE-RUN-ID THRU 2200-EXIT
009690         END-READ
009700         CLOSE RUN-HISTORY-FILE
009710         GO TO 2000-EXIT
009720     END-IF
009730     MOVE LOW-VALUES TO RH-RUN-ID
009740     START RUN-HISTORY-FILE KEY IS NOT LESS THAN RH-RUN-ID
009750         INVALID KEY
009760             MOVE "Y" TO WS-HISTORY-EOF-SW
009770     END-START
009780     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
009790         UNTIL WS-HISTORY-EOF
009800     CLOSE RUN-HISTORY-FILE
009810     IF NOT WS-RUN-FOUND
009820         DISPLAY "REQTRAK: NO RUN HISTORY ON FILE - NOTHING "
009830                 "SETTLED"
009840     END-IF.
009850 2000-EXIT.
009860     EXIT.
009870
009880 2100-READ-ONE-RUN.
009890     READ RUN-HISTORY-FILE NEXT RECORD
009900         AT END
009910             MOVE "Y" TO WS-HISTORY-EOF-SW
009920     END-READ
009930     IF NOT WS-HISTORY-EOF
009940         PERFORM 2200-SAVE-RUN-ID THRU 2200-EXIT
009950     END-IF.
009960 2100-EXIT.
009970     EXIT.
009980
009990 2200-SAVE-RUN-ID.
010000     SET WS-RUN-FOUND TO TRUE
010010     MOVE RH-RUN-ID TO WS-TRACK-RUN-ID.
010020 2200-EXIT.
010030     EXIT.
010040
010050*================================================================
010060*    3000-LOAD-RUN-OUTCOMES - EVERY RENDITION THE RUN CONVERTED,
010070*    REJECTED OR DEAD-LETTERED, COUNTED AGAINST ITS IMAGE PATH
010080*================================================================
010090 3000-LOAD-RUN-OUTCOMES.
010100     DISPLAY "REQTRAK: SETTLING AGAINST RUN " WS-TRACK-RUN-ID
010110     OPEN INPUT OUTPUT-CATALOG-FILE
010120     IF WS-OUTCAT-STATUS = "00"
010130         MOVE "N" TO WS-OUTCAT-EOF-SW
010140         PERFORM 3100-LOAD-ONE-CONVERSION THRU 3100-EXIT
010150             UNTIL WS-OUTCAT-EOF
010160         CLOSE OUTPUT-CATALOG-FILE
010170     END-IF
010180     OPEN INPUT REJECTS-FILE
010190     IF WS-REJECTS-STATUS = "00"
010200         MOVE "N" TO WS-REJECTS-EOF-SW
010210         PERFORM 3200-LOAD-ONE-REJECT THRU 3200-EXIT
010220             UNTIL WS-REJECTS-EOF
010230         CLOSE REJECTS-FILE
010240     END-IF
010250     OPEN INPUT DEAD-LETTER-FILE
010260     IF WS-DEADLTR-STATUS = "00"
010270         MOVE "N" TO WS-DEADLTR-EOF-SW
010280         PERFORM 3300-LOAD-ONE-DEAD-LETTER THRU 3300-EXIT
010290             UNTIL WS-DEADLTR-EOF
010300         CLOSE DEAD-LETTER-FILE
010310     END-IF.
010320 3000-EXIT.
010330     EXIT.
010340
010350 3100-LOAD-ONE-CONVERSION.
010360     READ OUTPUT-CATALOG-FILE NEXT RECORD
010370         AT END
010380             MOVE "Y" TO WS-OUTCAT-EOF-SW
010390     END-READ
010400     IF WS-OUTCAT-EOF
010410         GO TO 3100-EXIT
010420     END-IF
010430     IF OC-RUN-ID NOT = WS-TRACK-RUN-ID
010440         GO TO 3100-EXIT
010450     END-IF
010460     MOVE OC-IMAGE-PATH TO WS-OUTCOME-PATH
010470     PERFORM 3900-FIND-OUTCOME THRU 3900-EXIT
010480     IF WS-OUTCOME-SUB > ZERO
010490         ADD 1 TO OT-CONVERTED (WS-OUTCOME-SUB)
010500     END-IF.
010510 3100-EXIT.
010520     EXIT.
010530
010540 3200-LOAD-ONE-REJECT.
010550     READ REJECTS-FILE
010560         AT END
010570             MOVE "Y" TO WS-REJECTS-EOF-SW
010580     END-READ
010590     IF WS-REJECTS-EOF
010600         OR REJECT-RECORD = SPACES
010610         GO TO 3200-EXIT
010620     END-IF
010630     IF RJ-RUN-ID NOT = WS-TRACK-RUN-ID
010640         GO TO 3200-EXIT
010650     END-IF
010660     MOVE RJ-ENTRY-DATA (1:80) TO WS-OUTCOME-PATH
010670     PERFORM 3900-FIND-OUTCOME THRU 3900-EXIT
010680     IF WS-OUTCOME-SUB > ZERO
010690         ADD 1 TO OT-REJECTED (WS-OUTCOME-SUB)
010700     END-IF.
010710 3200-EXIT.
010720     EXIT.
010730
010740 3300-LOAD-ONE-DEAD-LETTER.
010750     READ DEAD-LETTER-FILE
010760         AT END
010770             MOVE "Y" TO WS-DEADLTR-EOF-SW
010780     END-READ
010790     IF WS-DEADLTR-EOF
010800         OR DEAD-LETTER-RECORD = SPACES
010810         GO TO 3300-EXIT
010820     END-IF
010830     IF DL-RUN-ID NOT = WS-TRACK-RUN-ID
010840         GO TO 3300-EXIT
010850     END-IF
010860     MOVE DL-ENTRY-DATA (1:80) TO WS-OUTCOME-PATH
010870     PERFORM 3900-FIND-OUTCOME THRU 3900-EXIT
010880     IF WS-OUTCOME-SUB > ZERO
010890         ADD 1 TO OT-DEAD (WS-OUTCOME-SUB)
010900     END-IF.
010910 3300-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------
010950*    3900 - THE OUTCOME ROW FOR WS-OUTCOME-PATH, ADDED IF NEW.
010960*    WS-OUTCOME-SUB IS ZERO WHEN THE TABLE IS FULL.
010970*----------------------------------------------------------------
010980 3900-FIND-OUTCOME.
010990     MOVE "N" TO WS-MATCH-FOUND-SW
011000     PERFORM 3910-MATCH-ONE-OUTCOME THRU 3910-EXIT
011010         VARYING WS-OUTCOME-SUB FROM 1 BY 1
011020         UNTIL WS-OUTCOME-SUB > WS-OUTCOME-COUNT
011030             OR WS-MATCH-FOUND
011040     IF WS-MATCH-FOUND
011050         SUBTRACT 1 FROM WS-OUTCOME-SUB
011060         GO TO 3900-EXIT
011070     END-IF
011080     IF WS-OUTCOME-COUNT NOT < 2000
011090         ADD 1 TO WS-OUTCOMES-DROPPED
011100         MOVE ZERO TO WS-OUTCOME-SUB
011110         GO TO 3900-EXIT
011120     END-IF
011130     ADD 1 TO WS-OUTCOME-COUNT
011140     MOVE WS-OUTCOME-COUNT TO WS-OUTCOME-SUB
011150     MOVE WS-OUTCOME-PATH  TO OT-IMAGE-PATH (WS-OUTCOME-SUB)
011160     MOVE ZERO             TO OT-CONVERTED (WS-OUTCOME-SUB)
011170     MOVE ZERO             TO OT-REJECTED (WS-OUTCOME-SUB)
011180     MOVE ZERO             TO OT-DEAD (WS-OUTCOME-SUB).
011190 3900-EXIT.
011200     EXIT.
011210
011220 3910-MATCH-ONE-OUTCOME.
011230     IF OT-IMAGE-PATH (WS-OUTCOME-SUB) = WS-OUTCOME-PATH
011240         SET WS-MATCH-FOUND TO TRUE
011250     END-IF.
011260 3910-EXIT.
011270     EXIT.
011280
011290*================================================================
011300*    4000-SETTLE-REQUESTS - EVERY REQUEST NOT YET COMPLETE: EACH
011310*    IMAGE THE RUN TOUCHED TAKES ITS NEW STATE, THEN THE REQUEST
011320*    IS RECOUNTED FROM ITS IMAGES
011330*================================================================
011340 4000-SETTLE-REQUESTS.
011350     MOVE "N" TO WS-MASTER-EOF-SW
011360     MOVE LOW-VALUES TO RM-REQUEST-ID
011370     START REQUEST-MASTER-FILE KEY IS NOT LESS THAN RM-REQUEST-ID
011380         INVALID KEY
011390             MOVE "Y" TO WS-MASTER-EOF-SW
011400     END-START
011410     PERFORM 4100-SETTLE-ONE-REQUEST THRU 4100-EXIT
011420         UNTIL WS-MASTER-EOF.
011430 4000-EXIT.
011440     EXIT.
011450
011460 4100-SETTLE-ONE-REQUEST.
011470     READ REQUEST-MASTER-FILE NEXT RECORD
011480         AT END
011490             MOVE "Y" TO WS-MASTER-EOF-SW
011500     END-READ
011510     IF WS-MASTER-EOF
011520         GO TO 4100-EXIT
011530     END-IF
011540     IF RM-STATE = "COMPLETE"
011550         GO TO 4100-EXIT
011560     END-IF
011570     MOVE "N"  TO WS-REQUEST-TOUCHED-SW
011580     MOVE ZERO TO WS-REQ-DONE-COUNT
011590     MOVE ZERO TO WS-REQ-PARTIAL-COUNT
011600     MOVE ZERO TO WS-REQ-FAILED-COUNT
011610     MOVE "N" TO WS-IMAGE-EOF-SW
011620     MOVE RM-REQUEST-ID TO RI-REQUEST-ID
011630     MOVE ZERO          TO RI-IMAGE-SEQ
011640     START REQUEST-IMAGE-FILE KEY IS NOT LESS THAN RI-IMAGE-KEY
011650         INVALID KEY
011660             MOVE "Y" TO WS-IMAGE-EOF-SW
011670     END-START
011680     PERFORM 4110-SETTLE-ONE-IMAGE THRU 4110-EXIT
011690         UNTIL WS-IMAGE-EOF
011700     PERFORM 4150-SET-REQUEST-STATE THRU 4150-EXIT
011710     REWRITE REQUEST-MASTER-RECORD
011720         INVALID KEY
011730             DISPLAY "REQTRAK: REQMST REWRITE FAILED FOR "
011740                     RM-REQUEST-ID ", STATUS " WS-REQMST-STATUS
011750     END-REWRITE.
011760 4100-EXIT.
011770     EXIT.
011780
011790*----------------------------------------------------------------
011800*    4110/4115 - ONE IMAGE.  ONE THAT NEVER WENT INTO THE MANIFEST
011810*    (MISSING, DUPLICATE) OR IS ALREADY DONE IS LEFT ALONE.  FOR
011820*    THE REST THE RUN DECIDES: ALL RENDITIONS CONVERTED IS DONE,
011830*    SOME IS PARTIAL, NONE IS DEADLTR OR REJECTED.  EVERY IMAGE
011840*    IS THEN COUNTED BY ITS STATE (4115).
011850*----------------------------------------------------------------
011860 4110-SETTLE-ONE-IMAGE.
011870     READ REQUEST-IMAGE-FILE NEXT RECORD
011880         AT END
011890             MOVE "Y" TO WS-IMAGE-EOF-SW
011900     END-READ
011910     IF WS-IMAGE-EOF
011920         GO TO 4110-EXIT
011930     END-IF
011940     IF RI-REQUEST-ID NOT = RM-REQUEST-ID
011950         MOVE "Y" TO WS-IMAGE-EOF-SW
011960         GO TO 4110-EXIT
011970     END-IF
011980     IF RI-STATE = "DONE" OR RI-STATE = "MISSING"
011990         OR RI-STATE = "DUPLICATE"
012000         PERFORM 4115-COUNT-IMAGE-STATE THRU 4115-EXIT
012010         GO TO 4110-EXIT
012020     END-IF
012030     MOVE RI-IMAGE-PATH TO WS-OUTCOME-PATH
012040     MOVE "N" TO WS-MATCH-FOUND-SW
012050     PERFORM 3910-MATCH-ONE-OUTCOME THRU 3910-EXIT
012060         VARYING WS-OUTCOME-SUB FROM 1 BY 1
012070         UNTIL WS-OUTCOME-SUB > WS-OUTCOME-COUNT
012080             OR WS-MATCH-FOUND
012090     IF NOT WS-MATCH-FOUND
012100         PERFORM 4115-COUNT-IMAGE-STATE THRU 4115-EXIT
012110         GO TO 4110-EXIT
012120     END-IF
012130     SUBTRACT 1 FROM WS-OUTCOME-SUB
012140     EVALUATE TRUE
012150         WHEN OT-CONVERTED (WS-OUTCOME-SUB) > ZERO
012160              AND OT-REJECTED (WS-OUTCOME-SUB) = ZERO
012170              AND OT-DEAD (WS-OUTCOME-SUB) = ZERO
012180             MOVE "DONE"     TO WS-NEW-STATE
012190             ADD 1 TO WS-SETTLED-DONE
012200         WHEN OT-CONVERTED (WS-OUTCOME-SUB) > ZERO
012210             MOVE "PARTIAL"  TO WS-NEW-STATE
012220             ADD 1 TO WS-SETTLED-PARTIAL
012230         WHEN OT-DEAD (WS-OUTCOME-SUB) > ZERO
012240             MOVE "DEADLTR"  TO WS-NEW-STATE
012250             ADD 1 TO WS-SETTLED-FAILED
012260         WHEN OTHER
012270             MOVE "REJECTED" TO WS-NEW-STATE
012280             ADD 1 TO WS-SETTLED-FAILED
012290     END-EVALUATE
012300     MOVE WS-NEW-STATE    TO RI-STATE
012310     MOVE WS-TRACK-RUN-ID TO RI-RUN-ID
012320     REWRITE REQUEST-IMAGE-RECORD
012330         INVALID KEY
012340             DISPLAY "REQTRAK: REQIMG REWRITE FAILED FOR "
012350                     RI-REQUEST-ID ", STATUS " WS-REQIMG-STATUS
012360     END-REWRITE
012370     SET WS-REQUEST-TOUCHED TO TRUE
012380     PERFORM 4115-COUNT-IMAGE-STATE THRU 4115-EXIT.
012390 4110-EXIT.
012400     EXIT.
012410
012420 4115-COUNT-IMAGE-STATE.
012430     EVALUATE RI-STATE
012440         WHEN "DONE"
012450             ADD 1 TO WS-REQ-DONE-COUNT
012460         WHEN "PARTIAL"
012470             ADD 1 TO WS-REQ-PARTIAL-COUNT
012480         WHEN "REJECTED"
012490         WHEN "DEADLTR"
012500             ADD 1 TO WS-REQ-FAILED-COUNT
012510         WHEN OTHER
012520             CONTINUE
012530     END-EVALUATE.
012540 4115-EXIT.
012550     EXIT.
012560
012570*----------------------------------------------------------------
012580*    4150 - THE REQUEST'S STATE FROM ITS IMAGE COUNTS
012590*----------------------------------------------------------------
012600 4150-SET-REQUEST-STATE.
012610     MOVE WS-REQ-DONE-COUNT   TO RM-IMAGES-DONE
012620     MOVE WS-REQ-FAILED-COUNT TO RM-IMAGES-FAILED
012630     IF WS-REQUEST-TOUCHED
012640         MOVE WS-TRACK-RUN-ID TO RM-LAST-RUN-ID
012650         ADD 1 TO WS-REQUESTS-SETTLED
012660     END-IF
012670     EVALUATE TRUE
012680         WHEN WS-REQ-DONE-COUNT NOT < RM-IMAGES-ACCEPTED
012690             MOVE "COMPLETE" TO RM-STATE
012700             PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
012710             MOVE WS-CURRENT-TIMESTAMP TO RM-COMPLETED-AT
012720             ADD 1 TO WS-REQUESTS-COMPLETED
012730             DISPLAY "REQTRAK: " RM-REQUEST-ID " COMPLETE FOR "
012740                     RM-REQUESTER
012750         WHEN WS-REQ-DONE-COUNT > ZERO
012760              OR WS-REQ-PARTIAL-COUNT > ZERO
012770             MOVE "PARTIAL"  TO RM-STATE
012780         WHEN WS-REQ-FAILED-COUNT > ZERO
012790             MOVE "FAILED"   TO RM-STATE
012800         WHEN OTHER
012810             MOVE "QUEUED"   TO RM-STATE
012820     END-EVALUATE.
012830 4150-EXIT.
012840     EXIT.
012850
012860*================================================================
012870*    5000-WRITE-STATUS-REPORT - EVERY REQUEST ON FILE, GROUPED
012880*    BY REQUESTER WITH A SUBTOTAL EACH, OLDEST DUE DATE FIRST
012890*================================================================
012900 5000-WRITE-STATUS-REPORT.
012910     PERFORM 5100-LOAD-REQUEST-TABLE THRU 5100-EXIT
012920     PERFORM 5200-SORT-REQUEST-TABLE THRU 5200-EXIT
012930     MOVE SPACES TO WS-REPORT-LINE
012940     IF WS-RUN-FOUND
012950         MOVE WS-SETTLED-DONE    TO WS-COUNT-DISPLAY
012960         MOVE WS-SETTLED-PARTIAL TO WS-COUNT-DISPLAY-2
012970         MOVE WS-SETTLED-FAILED  TO WS-COUNT-DISPLAY-3
012980         STRING "SETTLED AGAINST RUN " DELIMITED BY SIZE
012990                WS-TRACK-RUN-ID        DELIMITED BY SIZE
013000                ":  IMAGES DONE "      DELIMITED BY SIZE
013010                WS-COUNT-DISPLAY       DELIMITED BY SIZE
013020                "  PARTIAL "           DELIMITED BY SIZE
013030                WS-COUNT-DISPLAY-2     DELIMITED BY SIZE
013040                "  FAILED "            DELIMITED BY SIZE
013050                WS-COUNT-DISPLAY-3     DELIMITED BY SIZE
013060                INTO WS-REPORT-LINE
013070     ELSE
013080         MOVE "NO RUN SETTLED - STATUS AS LAST RECORDED"
013090             TO WS-REPORT-LINE
013100     END-IF
013110     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
013120     MOVE SPACES TO WS-REPORT-LINE
013130     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
013140     WRITE STATUS-REPORT-RECORD FROM WS-STATUS-HEADING
013150     MOVE SPACES TO WS-PREVIOUS-REQUESTER
013160     PERFORM 5300-WRITE-ONE-REQUEST THRU 5300-EXIT
013170         VARYING WS-REQUEST-SUB FROM 1 BY 1
013180         UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
013190     IF WS-REQUEST-COUNT > ZERO
013200         PERFORM 5400-WRITE-REQUESTER-TOTAL THRU 5400-EXIT
013210     END-IF
013220     MOVE SPACES TO WS-REPORT-LINE
013230     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
013240     MOVE WS-REQUEST-COUNT  TO WS-COUNT-DISPLAY
013250     MOVE WS-TOTAL-COMPLETE TO WS-COUNT-DISPLAY-2
013260     MOVE WS-TOTAL-OPEN     TO WS-COUNT-DISPLAY-3
013270     MOVE WS-TOTAL-PAST-DUE TO WS-COUNT-DISPLAY-4
013280     MOVE SPACES TO WS-REPORT-LINE
013290     STRING "ALL REQUESTERS:  REQUESTS " DELIMITED BY SIZE
013300            WS-COUNT-DISPLAY             DELIMITED BY SIZE
013310            "  COMPLETE "                DELIMITED BY SIZE
013320            WS-COUNT-DISPLAY-2           DELIMITED BY SIZE
013330            "  OPEN "                    DELIMITED BY SIZE
013340            WS-COUNT-DISPLAY-3           DELIMITED BY SIZE
013350            "  PAST DUE "                DELIMITED BY SIZE
013360            WS-COUNT-DISPLAY-4           DELIMITED BY SIZE
013370            INTO WS-REPORT-LINE
013380     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
013390     IF WS-REQUESTS-NOT-LISTED > ZERO
013400         MOVE WS-REQUESTS-NOT-LISTED TO WS-COUNT-DISPLAY
013410         MOVE SPACES TO WS-REPORT-LINE
013420         STRING "REQUESTS NOT LISTED (OVER 2000): "
013430                                      DELIMITED BY SIZE
013440                WS-COUNT-DISPLAY      DELIMITED BY SIZE
013450                INTO WS-REPORT-LINE
013460         WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
013470     END-IF.
013480 5000-EXIT.
013490     EXIT.
013500
013510 5100-LOAD-REQUEST-TABLE.
013520     MOVE ZERO TO WS-REQUEST-COUNT
013530     MOVE "N" TO WS-MASTER-EOF-SW
013540     MOVE LOW-VALUES TO RM-REQUEST-ID
013550     START REQUEST-MASTER-FILE KEY IS NOT LESS THAN RM-REQUEST-ID
013560         INVALID KEY
013570             MOVE "Y" TO WS-MASTER-EOF-SW
013580     END-START
013590     PERFORM 5110-LOAD-ONE-REQUEST THRU 5110-EXIT
013600         UNTIL WS-MASTER-EOF.
013610 5100-EXIT.
013620     EXIT.
013630
013640 5110-LOAD-ONE-REQUEST.
013650     READ REQUEST-MASTER-FILE NEXT RECORD
013660         AT END
013670             MOVE "Y" TO WS-MASTER-EOF-SW
013680     END-READ
013690     IF WS-MASTER-EOF
013700         GO TO 5110-EXIT
013710     END-IF
013720     IF WS-REQUEST-COUNT NOT < 2000
013730         ADD 1 TO WS-REQUESTS-NOT-LISTED
013740         GO TO 5110-EXIT
013750     END-IF
013760     ADD 1 TO WS-REQUEST-COUNT
013770     MOVE WS-REQUEST-COUNT   TO WS-REQUEST-SUB
013780     MOVE RM-REQUESTER       TO RT-REQUESTER (WS-REQUEST-SUB)
013790     MOVE RM-DUE-DATE        TO RT-DUE-DATE (WS-REQUEST-SUB)
013800     MOVE RM-REQUEST-ID      TO RT-REQUEST-ID (WS-REQUEST-SUB)
013810     MOVE RM-DEPARTMENT      TO RT-DEPARTMENT (WS-REQUEST-SUB)
013820     MOVE RM-PRIORITY        TO RT-PRIORITY (WS-REQUEST-SUB)
013830     MOVE RM-STATE           TO RT-STATE (WS-REQUEST-SUB)
013840     MOVE RM-IMAGES-ACCEPTED TO RT-ACCEPTED (WS-REQUEST-SUB)
013850     MOVE RM-IMAGES-DONE     TO RT-DONE (WS-REQUEST-SUB)
013860     MOVE RM-IMAGES-FAILED   TO RT-FAILED (WS-REQUEST-SUB).
013870 5110-EXIT.
013880     EXIT.
013890
013900*----------------------------------------------------------------
013910*    5200 FAMILY - EXCHANGE SORT ON REQUESTER, DUE DATE AND
013920*    REQUEST ID, AS ALRTACK SORTS ITS ALERTS
013930*----------------------------------------------------------------
013940 5200-SORT-REQUEST-TABLE.
013950     IF WS-REQUEST-COUNT < 2
013960         GO TO 5200-EXIT
013970     END-IF
013980     MOVE "N" TO WS-SORT-DONE-SW
013990     COMPUTE WS-SORT-LIMIT = WS-REQUEST-COUNT - 1
014000     END-COMPUTE
014010     PERFORM 5210-ONE-SORT-PASS THRU 5210-EXIT
014020         UNTIL WS-SORT-DONE.
014030 5200-EXIT.
014040     EXIT.
014050
014060 5210-ONE-SORT-PASS.
014070     MOVE "Y" TO WS-SORT-DONE-SW
014080     PERFORM 5220-COMPARE-ONE-PAIR THRU 5220-EXIT
014090         VARYING WS-SORT-SUB FROM 1 BY 1
014100         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
014110 5210-EXIT.
014120     EXIT.
014130
014140 5220-COMPARE-ONE-PAIR.
014150     IF WS-REQUEST-ENTRY (WS-SORT-SUB) (1:24)
014160         > WS-REQUEST-ENTRY (WS-SORT-SUB + 1) (1:24)
014170         MOVE WS-REQUEST-ENTRY (WS-SORT-SUB) TO WS-SWAP-ENTRY
014180         MOVE WS-REQUEST-ENTRY (WS-SORT-SUB + 1)
014190             TO WS-REQUEST-ENTRY (WS-SORT-SUB)
014200         MOVE WS-SWAP-ENTRY
014210             TO WS-REQUEST-ENTRY (WS-SORT-SUB + 1)
014220         MOVE "N" TO WS-SORT-DONE-SW
014230     END-IF.
014240 5220-EXIT.
014250     EXIT.
014260
014270*----------------------------------------------------------------
014280*    5300 - ONE REQUEST LINE, WITH THE REQUESTER SUBTOTAL WRITTEN
014290*    AS THE REQUESTER CHANGES.  AN OPEN REQUEST DUE BEFORE TODAY
014300*    IS FLAGGED PAST DUE AND JOINS THE PAST-DUE LIST.
014310*----------------------------------------------------------------
014320 5300-WRITE-ONE-REQUEST.
014330     IF WS-REQUEST-SUB > 1
014340         AND RT-REQUESTER (WS-REQUEST-SUB)
014350             NOT = WS-PREVIOUS-REQUESTER
014360         PERFORM 5400-WRITE-REQUESTER-TOTAL THRU 5400-EXIT
014370     END-IF
014380     MOVE RT-REQUESTER (WS-REQUEST-SUB) TO WS-PREVIOUS-REQUESTER
014390     ADD 1 TO WS-GROUP-REQUESTS
014400     MOVE SPACES TO WS-SL-FLAG
014410     IF RT-STATE (WS-REQUEST-SUB) = "COMPLETE"
014420         ADD 1 TO WS-GROUP-COMPLETE
014430         ADD 1 TO WS-TOTAL-COMPLETE
014440     ELSE
014450         ADD 1 TO WS-GROUP-OPEN
014460         ADD 1 TO WS-TOTAL-OPEN
014470         IF RT-DUE-DATE (WS-REQUEST-SUB) < WS-TODAY-DATE
014480             MOVE "PAST DUE" TO WS-SL-FLAG
014490             ADD 1 TO WS-GROUP-PAST-DUE
014500             ADD 1 TO WS-TOTAL-PAST-DUE
014510             PERFORM 5310-ADD-PAST-DUE THRU 5310-EXIT
014520         END-IF
014530     END-IF
014540     MOVE RT-REQUESTER (WS-REQUEST-SUB)  TO WS-SL-REQUESTER
014550     MOVE RT-REQUEST-ID (WS-REQUEST-SUB) TO WS-SL-REQUEST-ID
014560     MOVE RT-DEPARTMENT (WS-REQUEST-SUB) TO WS-SL-DEPARTMENT
014570     MOVE RT-PRIORITY (WS-REQUEST-SUB)   TO WS-SL-PRIORITY
014580     MOVE RT-DUE-DATE (WS-REQUEST-SUB)   TO WS-SL-DUE-DATE
014590     MOVE RT-STATE (WS-REQUEST-SUB)      TO WS-SL-STATE
014600     MOVE RT-DONE (WS-REQUEST-SUB)       TO WS-SL-DONE
014610     MOVE RT-ACCEPTED (WS-REQUEST-SUB)   TO WS-SL-ACCEPTED
014620     MOVE RT-FAILED (WS-REQUEST-SUB)     TO WS-SL-FAILED
014630     WRITE STATUS-REPORT-RECORD FROM WS-STATUS-LINE.
014640 5300-EXIT.
014650     EXIT.
014660
014670 5310-ADD-PAST-DUE.
014680     ADD 1 TO WS-DUE-COUNT
014690     MOVE WS-DUE-COUNT TO WS-DUE-SUB
014700     MOVE RT-DUE-DATE (WS-REQUEST-SUB)
014710         TO DT-DUE-DATE (WS-DUE-SUB)
014720     MOVE RT-PRIORITY (WS-REQUEST-SUB)
014730         TO DT-PRIORITY (WS-DUE-SUB)
014740     MOVE RT-REQUEST-ID (WS-REQUEST-SUB)
014750         TO DT-REQUEST-ID (WS-DUE-SUB)
014760     MOVE RT-REQUESTER (WS-REQUEST-SUB)
014770         TO DT-REQUESTER (WS-DUE-SUB)
014780     MOVE RT-DEPARTMENT (WS-REQUEST-SUB)
014790         TO DT-DEPARTMENT (WS-DUE-SUB)
014800     MOVE RT-STATE (WS-REQUEST-SUB)      TO DT-STATE (WS-DUE-SUB)
014810     MOVE RT-ACCEPTED (WS-REQUEST-SUB)
014820         TO DT-ACCEPTED (WS-DUE-SUB)
014830     MOVE RT-DONE (WS-REQUEST-SUB)       TO DT-DONE (WS-DUE-SUB)
014840     MOVE RT-FAILED (WS-REQUEST-SUB)
014850         TO DT-FAILED (WS-DUE-SUB).
014860 5310-EXIT.
014870     EXIT.
014880
014890 5400-WRITE-REQUESTER-TOTAL.
014900     MOVE WS-GROUP-REQUESTS TO WS-COUNT-DISPLAY
014910     MOVE WS-GROUP-COMPLETE TO WS-COUNT-DISPLAY-2
014920     MOVE WS-GROUP-OPEN     TO WS-COUNT-DISPLAY-3
014930     MOVE WS-GROUP-PAST-DUE TO WS-COUNT-DISPLAY-4
014940     MOVE SPACES TO WS-REPORT-LINE
014950     STRING "  TOTAL "              DELIMITED BY SIZE
014960            WS-PREVIOUS-REQUESTER   DELIMITED BY SIZE
014970            ":  REQUESTS "          DELIMITED BY SIZE
014980            WS-COUNT-DISPLAY        DELIMITED BY SIZE
014990            "  COMPLETE "           DELIMITED BY SIZE
015000            WS-COUNT-DISPLAY-2      DELIMITED BY SIZE
015010            "  OPEN "               DELIMITED BY SIZE
015020            WS-COUNT-DISPLAY-3      DELIMITED BY SIZE
015030            "  PAST DUE "           DELIMITED BY SIZE
015040            WS-COUNT-DISPLAY-4      DELIMITED BY SIZE
015050            INTO WS-REPORT-LINE
015060     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
015070     MOVE SPACES TO WS-REPORT-LINE
015080     WRITE STATUS-REPORT-RECORD FROM WS-REPORT-LINE
015090     MOVE ZERO TO WS-GROUP-REQUESTS
015100     MOVE ZERO TO WS-GROUP-COMPLETE
015110     MOVE ZERO TO WS-GROUP-OPEN
015120     MOVE ZERO TO WS-GROUP-PAST-DUE.
015130 5400-EXIT.
015140     EXIT.
015150
015160*================================================================
015170*    6000-WRITE-PAST-DUE-REPORT - THE OPEN REQUESTS 5300 FOUND
015180*    PAST DUE, OLDEST DUE DATE FIRST, THEN MOST URGENT, WITH THE
015190*    DAYS EACH IS OVERDUE
015200*================================================================
015210 6000-WRITE-PAST-DUE-REPORT.
015220     PERFORM 6100-SORT-DUE-TABLE THRU 6100-EXIT
015230     MOVE SPACES TO WS-REPORT-LINE
015240     WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE
015250     IF WS-DUE-COUNT = ZERO
015260         MOVE "NO OPEN REQUEST IS PAST ITS DUE DATE"
015270             TO WS-REPORT-LINE
015280         WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE
015290         GO TO 6000-EXIT
015300     END-IF
015310     WRITE PAST-DUE-REPORT-RECORD FROM WS-DUE-HEADING
015320     PERFORM 6200-WRITE-ONE-PAST-DUE THRU 6200-EXIT
015330         VARYING WS-DUE-SUB FROM 1 BY 1
015340         UNTIL WS-DUE-SUB > WS-DUE-COUNT
015350     MOVE SPACES TO WS-REPORT-LINE
015360     WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE
015370     MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
015380     MOVE SPACES TO WS-REPORT-LINE
015390     STRING "REQUESTS PAST DUE . . : " DELIMITED BY SIZE
015400            WS-COUNT-DISPLAY           DELIMITED BY SIZE
015410            INTO WS-REPORT-LINE
015420     WRITE PAST-DUE-REPORT-RECORD FROM WS-REPORT-LINE.
015430 6000-EXIT.
015440     EXIT.
015450
015460*----------------------------------------------------------------
015470*    6100 FAMILY - EXCHANGE SORT ON DUE DATE, PRIORITY AND
015480*    REQUEST ID
015490*----------------------------------------------------------------
015500 6100-SORT-DUE-TABLE.
015510     IF WS-DUE-COUNT < 2
015520         GO TO 6100-EXIT
015530     END-IF
015540     MOVE "N" TO WS-SORT-DONE-SW
015550     COMPUTE WS-SORT-LIMIT = WS-DUE-COUNT - 1
015560     END-COMPUTE
015570     PERFORM 6110-ONE-SORT-PASS THRU 6110-EXIT
015580         UNTIL WS-SORT-DONE.
015590 6100-EXIT.
015600     EXIT.
015610
015620 6110-ONE-SORT-PASS.
015630     MOVE "Y" TO WS-SORT-DONE-SW
015640     PERFORM 6120-COMPARE-ONE-PAIR THRU 6120-EXIT
015650         VARYING WS-SORT-SUB FROM 1 BY 1
015660         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
015670 6110-EXIT.
015680     EXIT.
015690
015700 6120-COMPARE-ONE-PAIR.
015710     IF WS-DUE-ENTRY (WS-SORT-SUB) (1:17)
015720         > WS-DUE-ENTRY (WS-SORT-SUB + 1) (1:17)
015730         MOVE WS-DUE-ENTRY (WS-SORT-SUB) TO WS-SWAP-ENTRY
015740         MOVE WS-DUE-ENTRY (WS-SORT-SUB + 1)
015750             TO WS-DUE-ENTRY (WS-SORT-SUB)
015760         MOVE WS-SWAP-ENTRY
015770             TO WS-DUE-ENTRY (WS-SORT-SUB + 1)
015780         MOVE "N" TO WS-SORT-DONE-SW
015790     END-IF.
015800 6120-EXIT.
015810     EXIT.
015820
015830 6200-WRITE-ONE-PAST-DUE.
015840     COMPUTE WS-DAYS-OVERDUE = WS-TODAY-DAY-NUMBER
015850         - FUNCTION INTEGER-OF-DATE (DT-DUE-DATE (WS-DUE-SUB))
015860     END-COMPUTE
015870     MOVE DT-DUE-DATE (WS-DUE-SUB)   TO WS-DL-DUE-DATE
015880     MOVE WS-DAYS-OVERDUE            TO WS-DL-DAYS
015890     MOVE DT-PRIORITY (WS-DUE-SUB)   TO WS-DL-PRIORITY
015900     MOVE DT-REQUEST-ID (WS-DUE-SUB) TO WS-DL-REQUEST-ID
015910     MOVE DT-REQUESTER (WS-DUE-SUB)  TO WS-DL-REQUESTER
015920     MOVE DT-DEPARTMENT (WS-DUE-SUB) TO WS-DL-DEPARTMENT
015930     MOVE DT-STATE (WS-DUE-SUB)      TO WS-DL-STATE
015940     MOVE DT-DONE (WS-DUE-SUB)       TO WS-DL-DONE
015950     MOVE DT-ACCEPTED (WS-DUE-SUB)   TO WS-DL-ACCEPTED
015960     WRITE PAST-DUE-REPORT-RECORD FROM WS-DUE-LINE.
015970 6200-EXIT.
015980     EXIT.
015990
016000*================================================================
016010*    9000-FINALIZE - TOTALS, CLOSE EVERYTHING, RELEASE THE LOCK
016020*================================================================
016030 9000-FINALIZE.
016040     IF WS-OUTCOMES-DROPPED > ZERO
016050         DISPLAY "REQTRAK: OUTCOME TABLE FULL - "
016060                 WS-OUTCOMES-DROPPED " PATHS NOT SETTLED"
016070     END-IF
016080     DISPLAY "REQTRAK: REQUESTS SETTLED  : " WS-REQUESTS-SETTLED
016090     DISPLAY "REQTRAK: REQUESTS COMPLETED: " WS-REQUESTS-COMPLETED
016100     DISPLAY "REQTRAK: REQUESTS PAST DUE : " WS-TOTAL-PAST-DUE
016110     IF WS-REGISTER-AVAILABLE
016120         CLOSE REQUEST-MASTER-FILE
016130         CLOSE REQUEST-IMAGE-FILE
016140     END-IF
016150     CLOSE STATUS-REPORT-FILE
016160     CLOSE PAST-DUE-REPORT-FILE
016170     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT.
016180 9000-EXIT.
016190     EXIT.
016200
016210*----------------------------------------------------------------
016220*    9400 - RELEASE THE RUN LOCK.  EMPTYING THE FILE FREES IT.
016230*----------------------------------------------------------------
016240 9400-RELEASE-RUN-LOCK.
016250     IF NOT WS-RUN-LOCK-HELD
016260         GO TO 9400-EXIT
016270     END-IF
016280     OPEN OUTPUT RUN-LOCK-FILE
016290     IF WS-RUNLOCK-STATUS = "00"
016300         CLOSE RUN-LOCK-FILE
016310     END-IF
016320     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
016330 9400-EXIT.
016340     EXIT.
