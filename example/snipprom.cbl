000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    SNIPPROM.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - PROMOTES A SNIPPET FROM
000140*                    ONE ENVIRONMENT'S SNIPLIB TO ANOTHER'S (TEST
000150*                    TO PRODUCTION) FROM THE PROMREQ REQUEST FILE
000160*                    INSTEAD OF RETYPING IT AS A SNIPMNT REPLACE.
000170*                    A REQUEST IS REFUSED UNLESS THE REQUESTER AND
000180*                    APPROVER DIFFER AND THE SNIPPET'S LATEST RUN
000190*                    IN THE SOURCE ENVIRONMENT'S SNIPRSLT IS
000200*                    RECENT (PROMCFG, DEFAULT 7 DAYS), ENDED WITH
000210*                    A ZERO COMPLETION CODE AND MATCHED ITS
000220*                    SNIPEXP EXPECTED OUTPUT.  EVERY
000230*                    SL-SEQUENCE-NUMBER SEGMENT IS COPIED AS IT
000240*                    STANDS; THE OUTGOING TARGET VERSION IS
000250*                    STASHED IN THE TARGET SNIPVER FIRST SO A
000260*                    SNIPMNT ROLLBACK UNDOES THE PROMOTION.
000270*                    EVERY PROMOTION OR REFUSAL, WITH ITS REASON,
000280*                    GOES TO THE PROMAUD AUDIT FILE, THE PROMRPT
000290*                    REPORT AND (PROMOTIONS) THE TARGET
000300*                    ENVIRONMENT'S SNIPAUD TRAIL.  HONOURS THE
000310*                    ENVIRONMENT PROFILE FACILITY FOR ITS OWN
000320*                    FILES (ENV= PARM AGAINST THE ENVPROF FILE).
000330*   2026-10-15  DO   EACH PROMOTION NOW RUNS UNDER THE TARGET
000340*                    ENVIRONMENT'S RUN LOCK (RUNLOCK), TAKEN AFTER
000350*                    THE EVIDENCE CHECK AND RELEASED AFTER THE
000360*                    COPY.  A LOCK HELD BY A LIVE PROCESS REFUSES
000370*                    THE REQUEST (9091); A STALE ONE REFUSES IT
000380*                    TOO (9092) UNLESS THE PARM INCLUDES
000390*                    CLEARLOCK (9093).  EACH GOES TO THE TARGET'S
000400*                    ERRLOG AND ALERTS.
000410*   2026-10-15  DO   A PROMOTION BACKED OUT AFTER A FAILED WRITE
000420*                    OR STASH NOW REMOVES ITS STASHED VERSION
000430*                    FROM THE TARGET SNIPVER.
000440*----------------------------------------------------------------
000450* PROMOTION REQUEST LAYOUT (PROMREQ, FIXED COLUMNS):
000460*   SNIPPET   ( 1-  8)  SNIPPET NAME
000470*   SOURCE    (10- 17)  ENVIRONMENT TO PROMOTE FROM
000480*   TARGET    (19- 26)  ENVIRONMENT TO PROMOTE TO
000490*   REQUESTER (28- 35)  WHO ASKED FOR THE PROMOTION
000500*   APPROVER  (37- 44)  WHO APPROVED IT - NOT THE REQUESTER
000510* AN ENVIRONMENT IS RESOLVED THROUGH ENVPROF EXACTLY AS AN ENV=
000520* PARM IS: ITS PROFILE PREFIX, OR ITS OWN NAME PLUS A DOT WHEN
000530* IT HAS NO PROFILE ROW.  GIVE PRODUCTION AN ENVPROF ROW WITH A
000540* BLANK PREFIX SO IT RESOLVES TO THE UNQUALIFIED FILE NAMES.
000550*
000560* PROMCFG (OPTIONAL): DAYS (1-3) HOW RECENT THE QUALIFYING TEST
000570* RUN MUST BE.  MISSING OR NOT A POSITIVE NUMBER MEANS 7.
000580*----------------------------------------------------------------
000590* Compile this file on its own:
000600*
000610*  $ cobc -x example/snipprom.cbl
000620*
000630* Then execute the binary file:
000640*
000650*  $ ./snipprom
000660*----------------------------------------------------------------
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700*----------------------------------------------------------------
000710*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000720*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000730*----------------------------------------------------------------
000740     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ENVPROF-STATUS.
000770
000780*----------------------------------------------------------------
000790*    PROMOTION REQUESTS - SEQUENTIAL INPUT
000800*----------------------------------------------------------------
000810     SELECT PROMOTION-REQUEST-FILE ASSIGN TO DYNAMIC
000820         WS-PROMREQ-FILENAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-PROMREQ-STATUS.
000850
000860*----------------------------------------------------------------
000870*    PROMOTION SETTINGS - OPTIONAL, ONE RECORD
000880*----------------------------------------------------------------
000890     SELECT PROMOTION-CONFIG-FILE ASSIGN TO DYNAMIC
000900         WS-PROMCFG-FILENAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-PROMCFG-STATUS.
000930
000940*----------------------------------------------------------------
000950*    SOURCE-ENVIRONMENT SNIPPET LIBRARY - READ ONLY
000960*----------------------------------------------------------------
000970     SELECT SOURCE-LIBRARY-FILE ASSIGN TO DYNAMIC
000980         WS-SRC-SNIPLIB-FILENAME
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS SP-SNIPPET-KEY
001020         FILE STATUS IS WS-SRCLIB-STATUS.
001030
001040*----------------------------------------------------------------
001050*    SOURCE-ENVIRONMENT SNIPPET RESULTS AND EXPECTED OUTPUT -
001060*    THE TEST EVIDENCE, READ ONLY
001070*----------------------------------------------------------------
001080     SELECT SNIPPET-RESULT-FILE ASSIGN TO DYNAMIC
001090         WS-SRC-SNIPRSLT-FILENAME
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS SN-RESULT-KEY
001130         FILE STATUS IS WS-SNIPRSLT-STATUS.
001140
001150     SELECT SNIPPET-EXPECTED-FILE ASSIGN TO DYNAMIC
001160         WS-SRC-SNIPEXP-FILENAME
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS SE-SNIPPET-NAME
001200         FILE STATUS IS WS-SNIPEXP-STATUS.
001210
001220*----------------------------------------------------------------
001230*    TARGET-ENVIRONMENT SNIPPET LIBRARY, VERSION HISTORY AND
001240*    MAINTENANCE AUDIT TRAIL - SAME LAYOUTS AS IN SNIPMNT
001250*----------------------------------------------------------------
001260     SELECT SNIPPET-LIBRARY-FILE ASSIGN TO DYNAMIC
001270         WS-TGT-SNIPLIB-FILENAME
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS SL-SNIPPET-KEY
001310         FILE STATUS IS WS-SNIPLIB-STATUS.
001320
001330     SELECT SNIPPET-VERSION-FILE ASSIGN TO DYNAMIC
001340         WS-TGT-SNIPVER-FILENAME
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS SV-VERSION-KEY
001380         FILE STATUS IS WS-SNIPVER-STATUS.
001390
001400     SELECT SNIPPET-AUDIT-FILE ASSIGN TO DYNAMIC
001410         WS-TGT-SNIPAUD-FILENAME
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-SNIPAUD-STATUS.
001440
001450*----------------------------------------------------------------
001460*    PROMOTION AUDIT - ONE RECORD PER REQUEST, APPENDED
001470*----------------------------------------------------------------
001480     SELECT PROMOTION-AUDIT-FILE ASSIGN TO DYNAMIC
001490         WS-PROMAUD-FILENAME
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WS-PROMAUD-STATUS.
001520
001530*----------------------------------------------------------------
001540*    PROMOTION REPORT - REWRITTEN EVERY RUN
001550*----------------------------------------------------------------
001560     SELECT PROMOTION-REPORT-FILE ASSIGN TO DYNAMIC
001570         WS-PROMRPT-FILENAME
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS WS-PROMRPT-STATUS.
001600
001610*----------------------------------------------------------------
001620*    TARGET ENVIRONMENT'S RUN LOCK - HELD FOR EACH PROMOTION
001630*----------------------------------------------------------------
001640     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
001650         WS-RUNLOCK-FILENAME
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS WS-RUNLOCK-STATUS.
001680
001690*----------------------------------------------------------------
001700*    PROCESS ID WORK FILE - ONE LINE LEFT BY THE SHELL
001710*----------------------------------------------------------------
001720     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
001730         WS-LOCKWORK-FILENAME
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS WS-LOCKWORK-STATUS.
001760
001770*----------------------------------------------------------------
001780*    TARGET ENVIRONMENT'S ERROR LOG AND OPERATOR ALERTS -
001790*    APPENDED TO WHEN ITS RUN LOCK REFUSES OR CLEARS
001800*----------------------------------------------------------------
001810     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001820         WS-ERRLOG-FILENAME
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS WS-ERRLOG-STATUS.
001850
001860     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001870         WS-ALERTS-FILENAME
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS WS-ALERTS-STATUS.
001900
001910 DATA DIVISION.
001920 FILE SECTION.
001930 FD  ENV-PROFILE-FILE.
001940 01  ENV-PROFILE-RECORD.
001950     05  EV-ENV-NAME                 PIC X(08).
001960     05  FILLER                      PIC X(01).
001970     05  EV-PREFIX                   PIC X(20).
001980
001990 FD  PROMOTION-REQUEST-FILE.
002000 01  PROMOTION-REQUEST-RECORD.
002010     05  PQ-SNIPPET-NAME             PIC X(08).
002020     05  FILLER                      PIC X(01).
002030     05  PQ-SOURCE-ENV               PIC X(08).
002040     05  FILLER                      PIC X(01).
002050     05  PQ-TARGET-ENV               PIC X(08).
002060     05  FILLER                      PIC X(01).
002070     05  PQ-REQUESTER                PIC X(08).
002080     05  FILLER                      PIC X(01).
002090     05  PQ-APPROVER                 PIC X(08).
002100
002110 FD  PROMOTION-CONFIG-FILE.
002120 01  PROMOTION-CONFIG-RECORD.
002130     05  PC-RECENT-DAYS              PIC 9(03).
002140
002150 FD  SOURCE-LIBRARY-FILE.
002160 01  SOURCE-LIBRARY-RECORD.
002170     05  SP-SNIPPET-KEY.
002180         10  SP-SNIPPET-NAME         PIC X(08).
002190         10  SP-SEQUENCE-NUMBER      PIC 9(03).
002200     05  SP-PAYLOAD                  PIC X(100).
002210
002220 FD  SNIPPET-RESULT-FILE.
002230 01  SNIPPET-RESULT-RECORD.
002240     05  SN-RESULT-KEY.
002250         10  SN-RUN-ID               PIC X(16).
002260         10  SN-SNIPPET-NAME         PIC X(08).
002270     05  SN-TIMESTAMP                PIC X(20).
002280     05  SN-COMPLETION-CODE          PIC S9(04).
002290     05  SN-OUTPUT                   PIC X(500).
002300
002310 FD  SNIPPET-EXPECTED-FILE.
002320 01  SNIPPET-EXPECTED-RECORD.
002330     05  SE-SNIPPET-NAME             PIC X(08).
002340     05  SE-EXPECTED-OUTPUT          PIC X(500).
002350
002360 FD  SNIPPET-LIBRARY-FILE.
002370 01  SNIPPET-LIBRARY-RECORD.
002380     05  SL-SNIPPET-KEY.
002390         10  SL-SNIPPET-NAME         PIC X(08).
002400         10  SL-SEQUENCE-NUMBER      PIC 9(03).
002410     05  SL-PAYLOAD                  PIC X(100).
002420
002430 FD  SNIPPET-VERSION-FILE.
002440 01  SNIPPET-VERSION-RECORD.
002450     05  SV-VERSION-KEY.
002460         10  SV-SNIPPET-NAME         PIC X(08).
002470         10  SV-VERSION              PIC 9(03).
002480         10  SV-SEQUENCE             PIC 9(03).
002490     05  SV-PAYLOAD                  PIC X(100).
002500
002510 FD  SNIPPET-AUDIT-FILE.
002520 01  SNIPPET-AUDIT-RECORD.
002530     05  SA-TIMESTAMP                PIC X(20).
002540     05  FILLER                      PIC X(01)  VALUE SPACE.
002550     05  SA-USER-ID                  PIC X(08).
002560     05  FILLER                      PIC X(01)  VALUE SPACE.
002570     05  SA-ACTION                   PIC X(08).
002580     05  FILLER                      PIC X(01)  VALUE SPACE.
002590     05  SA-SNIPPET-NAME             PIC X(08).
002600     05  FILLER                      PIC X(01)  VALUE SPACE.
002610     05  SA-NEW-NAME                 PIC X(08).
002620     05  FILLER                      PIC X(01)  VALUE SPACE.
002630     05  SA-SEGMENT-COUNT            PIC 9(03).
002640     05  FILLER                      PIC X(01)  VALUE SPACE.
002650     05  SA-RESULT                   PIC X(08).
002660     05  FILLER                      PIC X(01)  VALUE SPACE.
002670     05  SA-MESSAGE                  PIC X(40).
002680
002690 FD  PROMOTION-AUDIT-FILE.
002700 01  PROMOTION-AUDIT-RECORD.
002710     05  PA-TIMESTAMP                PIC X(20).
002720     05  FILLER                      PIC X(01)  VALUE SPACE.
002730     05  PA-SNIPPET-NAME             PIC X(08).
002740     05  FILLER                      PIC X(01)  VALUE SPACE.
002750     05  PA-SOURCE-ENV               PIC X(08).
002760     05  FILLER                      PIC X(01)  VALUE SPACE.
002770     05  PA-TARGET-ENV               PIC X(08).
002780     05  FILLER                      PIC X(01)  VALUE SPACE.
002790     05  PA-REQUESTER                PIC X(08).
002800     05  FILLER                      PIC X(01)  VALUE SPACE.
002810     05  PA-APPROVER                 PIC X(08).
002820     05  FILLER                      PIC X(01)  VALUE SPACE.
002830     05  PA-RESULT                   PIC X(08).
002840     05  FILLER                      PIC X(01)  VALUE SPACE.
002850     05  PA-SEGMENT-COUNT            PIC 9(03).
002860     05  FILLER                      PIC X(01)  VALUE SPACE.
002870     05  PA-RETAINED-VERSION         PIC 9(03).
002880     05  FILLER                      PIC X(01)  VALUE SPACE.
002890     05  PA-EVIDENCE-RUN-ID          PIC X(16).
002900     05  FILLER                      PIC X(01)  VALUE SPACE.
002910     05  PA-REASON                   PIC X(40).
002920
002930 FD  PROMOTION-REPORT-FILE.
002940 01  PROMOTION-REPORT-RECORD         PIC X(132).
002950
002960 FD  RUN-LOCK-FILE.
002970 01  RUN-LOCK-RECORD.
002980     05  RL-RUN-ID                   PIC X(16).
002990     05  FILLER                      PIC X(01).
003000     05  RL-PROGRAM                  PIC X(08).
003010     05  FILLER                      PIC X(01).
003020     05  RL-PROCESS-ID               PIC 9(09).
003030     05  FILLER                      PIC X(01).
003040     05  RL-START-TIMESTAMP          PIC X(20).
003050
003060 FD  LOCK-WORK-FILE.
003070 01  LOCK-WORK-RECORD.
003080     05  LW-PROCESS-ID               PIC 9(10).
003090
003100 FD  ERROR-LOG-FILE.
003110 01  ERROR-LOG-RECORD.
003120     05  EL-TIMESTAMP                PIC X(20).
003130     05  FILLER                      PIC X(01)  VALUE SPACE.
003140     05  EL-STEP-NAME                PIC X(16).
003150     05  FILLER                      PIC X(01)  VALUE SPACE.
003160     05  EL-ERROR-CODE               PIC 9(04).
003170     05  FILLER                      PIC X(01)  VALUE SPACE.
003180     05  EL-SCRIPT-PATH              PIC X(80).
003190     05  FILLER                      PIC X(01)  VALUE SPACE.
003200     05  EL-ERROR-MESSAGE            PIC X(60).
003210     05  FILLER                      PIC X(01)  VALUE SPACE.
003220     05  EL-RUN-ID                   PIC X(16).
003230
003240 FD  ALERTS-FILE.
003250 01  ALERTS-RECORD.
003260     05  AL-TIMESTAMP                PIC X(20).
003270     05  FILLER                      PIC X(01).
003280     05  AL-SEVERITY                 PIC 9(01).
003290     05  FILLER                      PIC X(01).
003300     05  AL-DESTINATION              PIC X(16).
003310     05  FILLER                      PIC X(01).
003320     05  AL-ERROR-CODE               PIC 9(04).
003330     05  FILLER                      PIC X(01).
003340     05  AL-STEP-NAME                PIC X(16).
003350     05  FILLER                      PIC X(01).
003360     05  AL-MESSAGE                  PIC X(60).
003370     05  FILLER                      PIC X(01).
003380     05  AL-RUN-ID                   PIC X(16).
003390
003400 WORKING-STORAGE SECTION.
003410*----------------------------------------------------------------
003420*    FILE STATUS FIELDS
003430*----------------------------------------------------------------
003440 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
003450 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
003460 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
003470 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
003480 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
003490 01  WS-PROMREQ-STATUS               PIC X(02)  VALUE "00".
003500 01  WS-PROMCFG-STATUS               PIC X(02)  VALUE "00".
003510 01  WS-SRCLIB-STATUS                PIC X(02)  VALUE "00".
003520 01  WS-SNIPRSLT-STATUS              PIC X(02)  VALUE "00".
003530 01  WS-SNIPEXP-STATUS               PIC X(02)  VALUE "00".
003540 01  WS-SNIPLIB-STATUS               PIC X(02)  VALUE "00".
003550 01  WS-SNIPVER-STATUS               PIC X(02)  VALUE "00".
003560 01  WS-SNIPAUD-STATUS               PIC X(02)  VALUE "00".
003570 01  WS-PROMAUD-STATUS               PIC X(02)  VALUE "00".
003580 01  WS-PROMRPT-STATUS               PIC X(02)  VALUE "00".
003590
003600*----------------------------------------------------------------
003610*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
003620*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM).
003630*    THE SOURCE AND TARGET FILE NAMES ARE BUILT PER REQUEST.
003640*----------------------------------------------------------------
003650 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
003660 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
003670 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
003680 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
003690 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
003700 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
003710 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
003720 01  WS-LOCK-TOKEN                   PIC X(12) VALUE SPACES.
003730 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
003740 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
003750 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
003760 01  WS-LOOKUP-ENV                   PIC X(08) VALUE SPACES.
003770 01  WS-LOOKUP-PREFIX                PIC X(20) VALUE SPACES.
003780 01  WS-PROMREQ-FILENAME             PIC X(80) VALUE "PROMREQ".
003790 01  WS-PROMCFG-FILENAME             PIC X(80) VALUE "PROMCFG".
003800 01  WS-PROMAUD-FILENAME             PIC X(80) VALUE "PROMAUD".
003810 01  WS-PROMRPT-FILENAME             PIC X(80) VALUE "PROMRPT".
003820 01  WS-SRC-SNIPLIB-FILENAME         PIC X(80) VALUE SPACES.
003830 01  WS-SRC-SNIPRSLT-FILENAME        PIC X(80) VALUE SPACES.
003840 01  WS-SRC-SNIPEXP-FILENAME         PIC X(80) VALUE SPACES.
003850 01  WS-TGT-SNIPLIB-FILENAME         PIC X(80) VALUE SPACES.
003860 01  WS-TGT-SNIPVER-FILENAME         PIC X(80) VALUE SPACES.
003870 01  WS-TGT-SNIPAUD-FILENAME         PIC X(80) VALUE SPACES.
003880
003890*----------------------------------------------------------------
003900*    SWITCHES
003910*----------------------------------------------------------------
003920 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
003930     88  WS-ENVPROF-EOF                          VALUE "Y".
003940 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
003950     88  WS-ENV-FOUND                            VALUE "Y".
003960 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
003970     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
003980 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
003990     88  WS-LOCK-FOUND                           VALUE "Y".
004000 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
004010     88  WS-LOCK-STALE                           VALUE "Y".
004020 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
004030     88  WS-RUN-LOCK-HELD                        VALUE "Y".
004040 77  WS-REQUEST-EOF-SW               PIC X(01)  VALUE "N".
004050     88  WS-REQUEST-EOF                          VALUE "Y".
004060 77  WS-REFUSED-SW                   PIC X(01)  VALUE "N".
004070     88  WS-REFUSED                              VALUE "Y".
004080 77  WS-RESULT-EOF-SW                PIC X(01)  VALUE "N".
004090     88  WS-RESULT-EOF                           VALUE "Y".
004100 77  WS-LOAD-EOF-SW                  PIC X(01)  VALUE "N".
004110     88  WS-LOAD-EOF                             VALUE "Y".
004120 77  WS-SEGMENT-OVERFLOW-SW          PIC X(01)  VALUE "N".
004130     88  WS-SEGMENT-OVERFLOW                     VALUE "Y".
004140 77  WS-DELETE-DONE-SW               PIC X(01)  VALUE "N".
004150     88  WS-DELETE-DONE                          VALUE "Y".
004160 77  WS-WRITE-ERROR-SW               PIC X(01)  VALUE "N".
004170     88  WS-WRITE-ERROR                          VALUE "Y".
004180 77  WS-STASH-ERROR-SW               PIC X(01)  VALUE "N".
004190     88  WS-STASH-ERROR                          VALUE "Y".
004200 77  WS-STASH-WRITTEN-SW             PIC X(01)  VALUE "N".
004210     88  WS-STASH-WRITTEN                        VALUE "Y".
004220 77  WS-VER-SCAN-EOF-SW              PIC X(01)  VALUE "N".
004230     88  WS-VER-SCAN-EOF                         VALUE "Y".
004240 77  WS-SNIPVER-AVAILABLE-SW         PIC X(01)  VALUE "N".
004250     88  WS-SNIPVER-AVAILABLE                    VALUE "Y".
004260
004270*----------------------------------------------------------------
004280*    COUNTERS AND SUBSCRIPTS
004290*----------------------------------------------------------------
004300 77  WS-REQUEST-COUNT                PIC 9(05)  COMP VALUE ZERO.
004310 77  WS-PROMOTED-COUNT               PIC 9(05)  COMP VALUE ZERO.
004320 77  WS-REFUSED-COUNT                PIC 9(05)  COMP VALUE ZERO.
004330 77  WS-SEGMENT-COUNT                PIC 9(03)  COMP VALUE ZERO.
004340 77  WS-OLD-SEGMENT-COUNT            PIC 9(03)  COMP VALUE ZERO.
004350 77  WS-SEG-SUB                      PIC 9(03)  COMP VALUE ZERO.
004360 77  WS-LAST-VERSION                 PIC 9(03)  COMP VALUE ZERO.
004370 77  WS-NEW-VERSION                  PIC 9(03)  COMP VALUE ZERO.
004380
004390*----------------------------------------------------------------
004400*    CURRENT REQUEST AND ITS OUTCOME
004410*----------------------------------------------------------------
004420 01  WS-CUR-NAME                     PIC X(08) VALUE SPACES.
004430 01  WS-CUR-SOURCE-ENV               PIC X(08) VALUE SPACES.
004440 01  WS-CUR-TARGET-ENV               PIC X(08) VALUE SPACES.
004450 01  WS-CUR-REQUESTER                PIC X(08) VALUE SPACES.
004460 01  WS-CUR-APPROVER                 PIC X(08) VALUE SPACES.
004470 01  WS-CUR-RESULT                   PIC X(08) VALUE SPACES.
004480 01  WS-REFUSE-REASON                PIC X(40) VALUE SPACES.
004490 01  WS-RETAINED-VERSION             PIC 9(03) VALUE ZERO.
004500 01  WS-SNIPAUD-MESSAGE              PIC X(40) VALUE SPACES.
004510
004520*----------------------------------------------------------------
004530*    TEST EVIDENCE - THE LATEST SNIPRSLT ROW FOR THE SNIPPET IN
004540*    THE SOURCE ENVIRONMENT, AND ITS SNIPEXP EXPECTED OUTPUT
004550*----------------------------------------------------------------
004560 01  WS-RECENT-DAYS                  PIC 9(03) VALUE 7.
004570 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
004580 01  WS-DATE-INTEGER                 PIC 9(08) VALUE ZERO.
004590 01  WS-EXPECTED-OUTPUT              PIC X(500) VALUE SPACES.
004600 01  WS-LATEST-RUN-ID                PIC X(16) VALUE SPACES.
004610 01  WS-LATEST-TIMESTAMP             PIC X(20) VALUE SPACES.
004620 01  WS-LATEST-CODE                  PIC S9(04) VALUE ZERO.
004630 01  WS-LATEST-MATCH-SW              PIC X(01) VALUE "N".
004640     88  WS-LATEST-MATCHED                     VALUE "Y".
004650 01  WS-CODE-DISPLAY                 PIC -(4)9.
004660
004670*----------------------------------------------------------------
004680*    SEGMENT TABLES - THE INCOMING SOURCE SEGMENTS AND THE
004690*    OUTGOING TARGET SEGMENTS, EACH WITH ITS OWN SEQUENCE
004700*    NUMBER.  SAME 40 X 100 SHAPE AS THE NODEJS-CODE TABLE IN
004710*    MAIN.
004720*----------------------------------------------------------------
004730 01  WS-SEGMENT-TABLE.
004740     05  WS-SEGMENT-ENTRY OCCURS 40 TIMES.
004750         10  WS-SEGMENT-SEQ          PIC 9(03).
004760         10  WS-SEGMENT-TEXT         PIC X(100).
004770 01  WS-OLD-SEGMENT-TABLE.
004780     05  WS-OLD-SEGMENT-ENTRY OCCURS 40 TIMES.
004790         10  WS-OLD-SEGMENT-SEQ      PIC 9(03).
004800         10  WS-OLD-SEGMENT-TEXT     PIC X(100).
004810
004820*----------------------------------------------------------------
004830*    TIMESTAMP WORK AREA
004840*----------------------------------------------------------------
004850 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
004860 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
004870 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
004880
004890*----------------------------------------------------------------
004900*    REPORT LINES
004910*----------------------------------------------------------------
004920 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
004930 01  WS-COUNT-DISPLAY                PIC Z(04)9.
004940 01  WS-DAYS-DISPLAY                 PIC ZZ9.
004950 01  WS-HEADING-LINE-2.
004960     05  FILLER                      PIC X(09) VALUE "SNIPPET".
004970     05  FILLER                      PIC X(09) VALUE "FROM".
004980     05  FILLER                      PIC X(09) VALUE "TO".
004990     05  FILLER                      PIC X(09) VALUE "REQUEST".
005000     05  FILLER                      PIC X(09) VALUE "APPROVE".
005010     05  FILLER                      PIC X(09) VALUE "RESULT".
005020     05  FILLER                      PIC X(04) VALUE "SEG".
005030     05  FILLER                      PIC X(04) VALUE "VER".
005040     05  FILLER                      PIC X(17) VALUE "TEST RUN".
005050     05  FILLER                      PIC X(40) VALUE "REASON".
005060 01  WS-DETAIL-LINE.
005070     05  WD-SNIPPET-NAME             PIC X(08).
005080     05  FILLER                      PIC X(01) VALUE SPACE.
005090     05  WD-SOURCE-ENV               PIC X(08).
005100     05  FILLER                      PIC X(01) VALUE SPACE.
005110     05  WD-TARGET-ENV               PIC X(08).
005120     05  FILLER                      PIC X(01) VALUE SPACE.
005130     05  WD-REQUESTER                PIC X(08).
005140     05  FILLER                      PIC X(01) VALUE SPACE.
005150     05  WD-APPROVER                 PIC X(08).
005160     05  FILLER                      PIC X(01) VALUE SPACE.
005170     05  WD-RESULT                   PIC X(08).
005180     05  FILLER                      PIC X(01) VALUE SPACE.
005190     05  WD-SEGMENT-COUNT            PIC ZZ9.
005200     05  FILLER                      PIC X(01) VALUE SPACE.
005210     05  WD-RETAINED-VERSION         PIC ZZ9.
005220     05  FILLER                      PIC X(01) VALUE SPACE.
005230     05  WD-EVIDENCE-RUN-ID          PIC X(16).
005240     05  FILLER                      PIC X(01) VALUE SPACE.
005250     05  WD-REASON                   PIC X(40).
005260
005270*----------------------------------------------------------------
005280*    RUN LOCK WORK FIELDS.  THIS JOB'S LOCK ID IS ITS START
005290*    DATE AND TIME, IN THE SHAPE OF A MAIN RUN ID.  THE LOCK
005300*    IS THE TARGET ENVIRONMENT'S, TAKEN FOR EACH PROMOTION.
005310*----------------------------------------------------------------
005320 01  WS-JOB-ID                       PIC X(16) VALUE SPACES.
005330 01  WS-JOB-START-TIMESTAMP          PIC X(20) VALUE SPACES.
005340 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
005350 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
005360 01  WS-LOCK-MESSAGE                 PIC X(60) VALUE SPACES.
005370 01  WS-LOCK-ERR-CODE                PIC 9(04) VALUE ZERO.
005380 01  WS-LOCK-COMMAND                 PIC X(120) VALUE SPACES.
005390
005400 PROCEDURE DIVISION.
005410*================================================================
005420*    0000-MAINLINE
005430*================================================================
005440 0000-MAINLINE.
005450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005460     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
005470     PERFORM 9000-FINALIZE THRU 9000-EXIT
005480     STOP RUN.
005490
005500*================================================================
005510*    1000-INITIALIZE - SETTINGS, RECENCY CUTOFF, OPEN THE
005520*    REQUEST, AUDIT AND REPORT FILES
005530*================================================================
005540 1000-INITIALIZE.
005550     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
005560     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
005570     STRING WS-TS-DATE DELIMITED BY SIZE
005580            WS-TS-TIME DELIMITED BY SIZE
005590            INTO WS-JOB-ID
005600     PERFORM 1410-GET-OWN-PROCESS-ID THRU 1410-EXIT
005610     PERFORM 1100-LOAD-PROMOTION-CONFIG THRU 1100-EXIT
005620     PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT
005630     OPEN INPUT PROMOTION-REQUEST-FILE
005640     IF WS-PROMREQ-STATUS NOT = "00"
005650         DISPLAY "SNIPPROM: PROMREQ FILE NOT FOUND - NOTHING "
005660                 "TO DO"
005670         MOVE "Y" TO WS-REQUEST-EOF-SW
005680     END-IF
005690     OPEN EXTEND PROMOTION-AUDIT-FILE
005700     IF WS-PROMAUD-STATUS NOT = "00"
005710         OPEN OUTPUT PROMOTION-AUDIT-FILE
005720     END-IF
005730     OPEN OUTPUT PROMOTION-REPORT-FILE
005740     PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
005750 1000-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
005800*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
005810*    THIS PROGRAM'S OWN FILE NAMES; AN ENVIRONMENT WITHOUT A
005820*    PROFILE ROW STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT.
005830*    1020 ALSO RESOLVES EACH REQUEST'S SOURCE AND TARGET
005840*    ENVIRONMENTS (SEE 2300), FROM WS-LOOKUP-ENV TO
005850*    WS-LOOKUP-PREFIX.
005860*    A CLEARLOCK PARM, BEFORE OR AFTER ENV=, LETS 1400 CLEAR A
005870*    STALE RUN LOCK IN A TARGET ENVIRONMENT.
005880*----------------------------------------------------------------
005890 1010-RESOLVE-ENVIRONMENT.
005900     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
005910     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
005920         INTO WS-ENV-TOKEN, WS-LOCK-TOKEN
005930     END-UNSTRING
005940     IF WS-ENV-TOKEN = "CLEARLOCK" OR WS-LOCK-TOKEN = "CLEARLOCK"
005950         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
005960     END-IF
005970     IF WS-LOCK-TOKEN (1:4) = "ENV="
005980         MOVE WS-LOCK-TOKEN TO WS-ENV-TOKEN
005990     END-IF
006000     IF WS-ENV-TOKEN (1:4) = "ENV="
006010         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
006020         MOVE WS-ENV-NAME TO WS-LOOKUP-ENV
006030         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
006040         MOVE WS-LOOKUP-PREFIX TO WS-ENV-PREFIX
006050         IF WS-ENV-FOUND
006060             DISPLAY "SNIPPROM: ENVIRONMENT " WS-ENV-NAME
006070                     " - FILE PREFIX " WS-ENV-PREFIX
006080         ELSE
006090             DISPLAY "SNIPPROM: ENVIRONMENT " WS-ENV-NAME
006100                     " NOT IN ENVPROF - USING PREFIX "
006110                     WS-ENV-PREFIX
006120         END-IF
006130     END-IF
006140     MOVE "PROMREQ" TO WS-BASE-FILENAME
006150     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006160     MOVE WS-BUILT-FILENAME TO WS-PROMREQ-FILENAME
006170     MOVE "PROMCFG" TO WS-BASE-FILENAME
006180     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006190     MOVE WS-BUILT-FILENAME TO WS-PROMCFG-FILENAME
006200     MOVE "PROMAUD" TO WS-BASE-FILENAME
006210     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006220     MOVE WS-BUILT-FILENAME TO WS-PROMAUD-FILENAME
006230     MOVE "PROMRPT" TO WS-BASE-FILENAME
006240     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006250     MOVE WS-BUILT-FILENAME TO WS-PROMRPT-FILENAME
006260     MOVE "LOCKWORK" TO WS-BASE-FILENAME
006270     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
006280     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME.
006290 1010-EXIT.
006300     EXIT.
006310
006320 1020-LOAD-ENV-PROFILE.
006330     MOVE "N" TO WS-ENV-FOUND-SW
006340     MOVE "N" TO WS-ENVPROF-EOF-SW
006350     OPEN INPUT ENV-PROFILE-FILE
006360     IF WS-ENVPROF-STATUS NOT = "00"
006370         MOVE "Y" TO WS-ENVPROF-EOF-SW
006380     END-IF
006390     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
006400         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
006410     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
006420         CLOSE ENV-PROFILE-FILE
006430     END-IF
006440     IF NOT WS-ENV-FOUND
006450         MOVE SPACES TO WS-LOOKUP-PREFIX
006460         STRING WS-LOOKUP-ENV DELIMITED BY SPACE
006470                "."           DELIMITED BY SIZE
006480                INTO WS-LOOKUP-PREFIX
006490     END-IF.
006500 1020-EXIT.
006510     EXIT.
006520
006530 1030-READ-ONE-PROFILE.
006540     READ ENV-PROFILE-FILE
006550         AT END
006560             MOVE "Y" TO WS-ENVPROF-EOF-SW
006570     END-READ
006580     IF WS-ENVPROF-EOF
006590         GO TO 1030-EXIT
006600     END-IF
006610     IF ENV-PROFILE-RECORD = SPACES
006620         OR EV-ENV-NAME (1:1) = "*"
006630         GO TO 1030-EXIT
006640     END-IF
006650     IF EV-ENV-NAME = WS-LOOKUP-ENV
006660         SET WS-ENV-FOUND TO TRUE
006670         MOVE EV-PREFIX TO WS-LOOKUP-PREFIX
006680     END-IF.
006690 1030-EXIT.
006700     EXIT.
006710
006720 1050-BUILD-ONE-FILENAME.
006730     MOVE SPACES TO WS-BUILT-FILENAME
006740     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
006750            WS-BASE-FILENAME DELIMITED BY SPACE
006760            INTO WS-BUILT-FILENAME.
006770 1050-EXIT.
006780     EXIT.
006790
006800 1060-BUILD-LOOKUP-FILENAME.
006810     MOVE SPACES TO WS-BUILT-FILENAME
006820     STRING WS-LOOKUP-PREFIX DELIMITED BY SPACE
006830            WS-BASE-FILENAME DELIMITED BY SPACE
006840            INTO WS-BUILT-FILENAME.
006850 1060-EXIT.
006860     EXIT.
006870
006880 1100-LOAD-PROMOTION-CONFIG.
006890     OPEN INPUT PROMOTION-CONFIG-FILE
006900     IF WS-PROMCFG-STATUS NOT = "00"
006910         GO TO 1100-EXIT
006920     END-IF
006930     READ PROMOTION-CONFIG-FILE
006940         AT END CONTINUE
006950     END-READ
006960     IF WS-PROMCFG-STATUS = "00"
006970         AND PC-RECENT-DAYS IS NUMERIC
006980         AND PC-RECENT-DAYS > ZERO
006990         MOVE PC-RECENT-DAYS TO WS-RECENT-DAYS
007000     END-IF
007010     CLOSE PROMOTION-CONFIG-FILE.
007020 1100-EXIT.
007030     EXIT.
007040
007050 1200-COMPUTE-CUTOFF-DATE.
007060     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
007070     COMPUTE WS-DATE-INTEGER =
007080         FUNCTION INTEGER-OF-DATE (WS-TS-DATE)
007090         - WS-RECENT-DAYS
007100     END-COMPUTE
007110     MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
007120         TO WS-CUTOFF-DATE.
007130 1200-EXIT.
007140     EXIT.
007150
007160 1300-WRITE-REPORT-HEADING.
007170     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007180     MOVE WS-RECENT-DAYS TO WS-DAYS-DISPLAY
007190     MOVE SPACES TO WS-REPORT-LINE
007200     STRING "SNIPPET PROMOTION REPORT  "  DELIMITED BY SIZE
007210            WS-CURRENT-TIMESTAMP          DELIMITED BY SIZE
007220            "  TEST RUN MUST BE WITHIN "  DELIMITED BY SIZE
007230            WS-DAYS-DISPLAY               DELIMITED BY SIZE
007240            " DAYS"                       DELIMITED BY SIZE
007250            INTO WS-REPORT-LINE
007260     WRITE PROMOTION-REPORT-RECORD FROM WS-REPORT-LINE
007270     MOVE SPACES TO WS-REPORT-LINE
007280     WRITE PROMOTION-REPORT-RECORD FROM WS-REPORT-LINE
007290     WRITE PROMOTION-REPORT-RECORD FROM WS-HEADING-LINE-2.
007300 1300-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340*    1400-1440 - THE TARGET ENVIRONMENT'S RUN LOCK, AS IN MAIN.
007350*    A LOCK HELD BY A LIVE PROCESS REFUSES THE REQUEST (9091).
007360*    A LOCK WHOSE PROCESS HAS GONE IS STALE - THAT JOB DIED
007370*    PART WAY - AND REFUSES IT TOO (9092) UNTIL THE OPERATOR
007380*    HAS CHECKED THE FILES AND RERUNS WITH A CLEARLOCK PARM
007390*    (9093).  EACH GOES TO THE TARGET'S ERRLOG AND ALERTS.
007400*----------------------------------------------------------------
007410 1400-TAKE-RUN-LOCK.
007420     PERFORM 1420-READ-RUN-LOCK THRU 1420-EXIT
007430     MOVE SPACES TO WS-LOCK-MESSAGE
007440     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
007450         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
007460                WS-LOCK-HOLDER      DELIMITED BY SIZE
007470                INTO WS-LOCK-MESSAGE
007480         MOVE 9091 TO WS-LOCK-ERR-CODE
007490         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007500         SET WS-REFUSED TO TRUE
007510         MOVE "TARGET RUN LOCK HELD BY ANOTHER JOB"
007520             TO WS-REFUSE-REASON
007530         GO TO 1400-EXIT
007540     END-IF
007550     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
007560         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
007570                WS-LOCK-HOLDER      DELIMITED BY SIZE
007580                INTO WS-LOCK-MESSAGE
007590         MOVE 9092 TO WS-LOCK-ERR-CODE
007600         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007610         SET WS-REFUSED TO TRUE
007620         MOVE "STALE TARGET RUN LOCK - RERUN CLEARLOCK"
007630             TO WS-REFUSE-REASON
007640         GO TO 1400-EXIT
007650     END-IF
007660     IF WS-LOCK-FOUND
007670         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
007680                WS-LOCK-HOLDER         DELIMITED BY SIZE
007690                INTO WS-LOCK-MESSAGE
007700         MOVE 9093 TO WS-LOCK-ERR-CODE
007710         PERFORM 1440-LOG-LOCK-EVENT THRU 1440-EXIT
007720     END-IF
007730     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007740     OPEN OUTPUT RUN-LOCK-FILE
007750     IF WS-RUNLOCK-STATUS NOT = "00"
007760         SET WS-REFUSED TO TRUE
007770         MOVE "TARGET RUN LOCK NOT WRITTEN"
007780             TO WS-REFUSE-REASON
007790         GO TO 1400-EXIT
007800     END-IF
007810     MOVE SPACES                 TO RUN-LOCK-RECORD
007820     MOVE WS-JOB-ID              TO RL-RUN-ID
007830     MOVE "SNIPPROM"             TO RL-PROGRAM
007840     MOVE WS-OWN-PID             TO RL-PROCESS-ID
007850     MOVE WS-CURRENT-TIMESTAMP   TO RL-START-TIMESTAMP
007860     WRITE RUN-LOCK-RECORD
007870     CLOSE RUN-LOCK-FILE
007880     SET WS-RUN-LOCK-HELD TO TRUE.
007890 1400-EXIT.
007900     EXIT.
007910
007920 1410-GET-OWN-PROCESS-ID.
007930     MOVE ZERO TO WS-OWN-PID
007940     MOVE SPACES TO WS-LOCK-COMMAND
007950     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
007960            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
007970            " 2>/dev/null"               DELIMITED BY SIZE
007980            INTO WS-LOCK-COMMAND
007990     CALL "SYSTEM" USING WS-LOCK-COMMAND
008000     OPEN INPUT LOCK-WORK-FILE
008010     IF WS-LOCKWORK-STATUS NOT = "00"
008020         GO TO 1410-EXIT
008030     END-IF
008040     READ LOCK-WORK-FILE
008050         AT END CONTINUE
008060     END-READ
008070     IF WS-LOCKWORK-STATUS = "00"
008080         AND LW-PROCESS-ID IS NUMERIC
008090         MOVE LW-PROCESS-ID TO WS-OWN-PID
008100     END-IF
008110     CLOSE LOCK-WORK-FILE.
008120 1410-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------
008160*    1420 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
008170*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
008180*    KILL -0; A LOCK WITH NO USABLE PROCESS ID CANNOT BE PROVED
008190*    ALIVE AND COUNTS AS STALE.
008200*----------------------------------------------------------------
008210 1420-READ-RUN-LOCK.
008220     MOVE "N" TO WS-LOCK-FOUND-SW
008230     MOVE "N" TO WS-LOCK-STALE-SW
008240     MOVE SPACES TO WS-LOCK-HOLDER
008250     OPEN INPUT RUN-LOCK-FILE
008260     IF WS-RUNLOCK-STATUS NOT = "00"
008270         GO TO 1420-EXIT
008280     END-IF
008290     MOVE SPACES TO RUN-LOCK-RECORD
008300     READ RUN-LOCK-FILE
008310         AT END CONTINUE
008320     END-READ
008330     CLOSE RUN-LOCK-FILE
008340     IF RUN-LOCK-RECORD = SPACES
008350         GO TO 1420-EXIT
008360     END-IF
008370     SET WS-LOCK-FOUND TO TRUE
008380     STRING RL-PROGRAM    DELIMITED BY SPACE
008390            " RUN "       DELIMITED BY SIZE
008400            RL-RUN-ID     DELIMITED BY SPACE
008410            " PID "       DELIMITED BY SIZE
008420            RL-PROCESS-ID DELIMITED BY SIZE
008430            INTO WS-LOCK-HOLDER
008440     IF RL-PROCESS-ID IS NOT NUMERIC
008450         OR RL-PROCESS-ID = ZERO
008460         SET WS-LOCK-STALE TO TRUE
008470         GO TO 1420-EXIT
008480     END-IF
008490     MOVE SPACES TO WS-LOCK-COMMAND
008500     STRING "kill -0 "         DELIMITED BY SIZE
008510            RL-PROCESS-ID      DELIMITED BY SIZE
008520            " >/dev/null 2>&1" DELIMITED BY SIZE
008530            INTO WS-LOCK-COMMAND
008540     CALL "SYSTEM" USING WS-LOCK-COMMAND
008550     IF RETURN-CODE NOT = ZERO
008560         SET WS-LOCK-STALE TO TRUE
008570     END-IF
008580     MOVE ZERO TO RETURN-CODE.
008590 1420-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------
008630*    1440 - ONE ERRLOG AND ONE ALERTS RECORD IN MAIN'S LAYOUT,
008640*    ROUTED AS MAIN ROUTES THE 909X CODES.  THIS IS NOT A MAIN
008650*    RUN, SO THE RUN ID IS BLANK.
008660*----------------------------------------------------------------
008670 1440-LOG-LOCK-EVENT.
008680     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
008690     OPEN EXTEND ERROR-LOG-FILE
008700     IF WS-ERRLOG-STATUS NOT = "00"
008710         OPEN OUTPUT ERROR-LOG-FILE
008720     END-IF
008730     IF WS-ERRLOG-STATUS = "00"
008740         MOVE SPACES               TO ERROR-LOG-RECORD
008750         MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
008760         MOVE "SNIPPROM"           TO EL-STEP-NAME
008770         MOVE WS-LOCK-ERR-CODE     TO EL-ERROR-CODE
008780         MOVE WS-LOCK-MESSAGE      TO EL-ERROR-MESSAGE
008790         WRITE ERROR-LOG-RECORD
008800         CLOSE ERROR-LOG-FILE
008810     END-IF
008820     OPEN EXTEND ALERTS-FILE
008830     IF WS-ALERTS-STATUS NOT = "00"
008840         OPEN OUTPUT ALERTS-FILE
008850     END-IF
008860     IF WS-ALERTS-STATUS = "00"
008870         MOVE SPACES               TO ALERTS-RECORD
008880         MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
008890         IF WS-LOCK-ERR-CODE = 9093
008900             MOVE 3                TO AL-SEVERITY
008910             MOVE "INFOLOG"        TO AL-DESTINATION
008920         ELSE
008930             MOVE 2                TO AL-SEVERITY
008940             MOVE "OPERATIONS"     TO AL-DESTINATION
008950         END-IF
008960         MOVE WS-LOCK-ERR-CODE     TO AL-ERROR-CODE
008970         MOVE "SNIPPROM"           TO AL-STEP-NAME
008980         MOVE WS-LOCK-MESSAGE      TO AL-MESSAGE
008990         WRITE ALERTS-RECORD
009000         CLOSE ALERTS-FILE
009010     END-IF
009020     DISPLAY "SNIPPROM: ERROR " WS-LOCK-ERR-CODE ": "
009030             WS-LOCK-MESSAGE.
009040 1440-EXIT.
009050     EXIT.
009060
009070 1650-BUILD-TIMESTAMP.
009080     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
009090     ACCEPT WS-TS-TIME FROM TIME
009100     STRING WS-TS-DATE   DELIMITED BY SIZE
009110            "-"          DELIMITED BY SIZE
009120            WS-TS-TIME   DELIMITED BY SIZE
009130            INTO WS-CURRENT-TIMESTAMP.
009140 1650-EXIT.
009150     EXIT.
009160
009170*================================================================
009180*    2000-PROCESS-REQUESTS - ONE PROMOTION REQUEST PER RECORD
009190*================================================================
009200 2000-PROCESS-REQUESTS.
009210     PERFORM 2100-PROCESS-ONE-REQUEST THRU 2100-EXIT
009220         UNTIL WS-REQUEST-EOF.
009230 2000-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------------
009270*    2100 - VALIDATE THE REQUEST, CHECK THE TEST EVIDENCE, THEN
009280*    PROMOTE UNDER THE TARGET ENVIRONMENT'S RUN LOCK, SO A
009290*    PROMOTION NEVER LANDS WHILE ANOTHER JOB IS RUNNING THERE.
009300*    THE FIRST CHECK THAT FAILS IS THE REASON GIVEN.
009310*----------------------------------------------------------------
009320 2100-PROCESS-ONE-REQUEST.
009330     READ PROMOTION-REQUEST-FILE
009340         AT END
009350             MOVE "Y" TO WS-REQUEST-EOF-SW
009360     END-READ
009370     IF WS-REQUEST-EOF
009380         GO TO 2100-EXIT
009390     END-IF
009400     IF PROMOTION-REQUEST-RECORD = SPACES
009410         OR PQ-SNIPPET-NAME (1:1) = "*"
009420         GO TO 2100-EXIT
009430     END-IF
009440     ADD 1 TO WS-REQUEST-COUNT
009450     MOVE PQ-SNIPPET-NAME TO WS-CUR-NAME
009460     MOVE PQ-SOURCE-ENV   TO WS-CUR-SOURCE-ENV
009470     MOVE PQ-TARGET-ENV   TO WS-CUR-TARGET-ENV
009480     MOVE PQ-REQUESTER    TO WS-CUR-REQUESTER
009490     MOVE PQ-APPROVER     TO WS-CUR-APPROVER
009500     MOVE "N"    TO WS-REFUSED-SW
009510     MOVE SPACES TO WS-REFUSE-REASON
009520     MOVE SPACES TO WS-LATEST-RUN-ID
009530     MOVE ZERO   TO WS-SEGMENT-COUNT
009540     MOVE ZERO   TO WS-RETAINED-VERSION
009550     PERFORM 2200-VALIDATE-REQUEST THRU 2200-EXIT
009560     IF WS-REFUSED
009570         PERFORM 2800-REFUSE-REQUEST THRU 2800-EXIT
009580         GO TO 2100-EXIT
009590     END-IF
009600     PERFORM 2300-RESOLVE-REQUEST-FILES THRU 2300-EXIT
009610     IF WS-REFUSED
009620         PERFORM 2800-REFUSE-REQUEST THRU 2800-EXIT
009630         GO TO 2100-EXIT
009640     END-IF
009650     PERFORM 3000-CHECK-TEST-EVIDENCE THRU 3000-EXIT
009660     IF WS-REFUSED
009670         PERFORM 2800-REFUSE-REQUEST THRU 2800-EXIT
009680         GO TO 2100-EXIT
009690     END-IF
009700     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
009710     IF WS-REFUSED
009720         PERFORM 2800-REFUSE-REQUEST THRU 2800-EXIT
009730         GO TO 2100-EXIT
009740     END-IF
009750     PERFORM 4000-PROMOTE-SNIPPET THRU 4000-EXIT
009760     PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT
009770     IF WS-REFUSED
009780         PERFORM 2800-REFUSE-REQUEST THRU 2800-EXIT
009790     ELSE
009800         PERFORM 2700-RECORD-PROMOTION THRU 2700-EXIT
009810     END-IF.
009820 2100-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------------
009860*    2200 - THE REQUEST ITSELF: EVERY FIELD PRESENT, TWO
009870*    DIFFERENT PEOPLE, TWO DIFFERENT ENVIRONMENTS
009880*----------------------------------------------------------------
009890 2200-VALIDATE-REQUEST.
009900     SET WS-REFUSED TO TRUE
009910     IF WS-CUR-NAME = SPACES
009920         MOVE "SNIPPET NAME MISSING" TO WS-REFUSE-REASON
009930         GO TO 2200-EXIT
009940     END-IF
009950     IF WS-CUR-SOURCE-ENV = SPACES
009960         OR WS-CUR-TARGET-ENV = SPACES
009970         MOVE "SOURCE OR TARGET ENVIRONMENT MISSING"
009980             TO WS-REFUSE-REASON
009990         GO TO 2200-EXIT
010000     END-IF
010010     IF WS-CUR-SOURCE-ENV = WS-CUR-TARGET-ENV
010020         MOVE "SOURCE AND TARGET ARE THE SAME"
010030             TO WS-REFUSE-REASON
010040         GO TO 2200-EXIT
010050     END-IF
010060     IF WS-CUR-REQUESTER = SPACES
010070         MOVE "REQUESTER MISSING" TO WS-REFUSE-REASON
010080         GO TO 2200-EXIT
010090     END-IF
010100     IF WS-CUR-APPROVER = SPACES
010110         MOVE "APPROVER MISSING" TO WS-REFUSE-REASON
010120         GO TO 2200-EXIT
010130     END-IF
010140     IF WS-CUR-REQUESTER = WS-CUR-APPROVER
010150         MOVE "REQUESTER MAY NOT APPROVE OWN REQUEST"
010160             TO WS-REFUSE-REASON
010170         GO TO 2200-EXIT
010180     END-IF
010190     MOVE "N" TO WS-REFUSED-SW.
010200 2200-EXIT.
010210     EXIT.
010220
010230*----------------------------------------------------------------
010240*    2300 - QUALIFY THE SOURCE AND TARGET FILE NAMES THROUGH
010250*    ENVPROF.  TWO ENVIRONMENT NAMES THAT RESOLVE TO THE SAME
010260*    LIBRARY ARE REFUSED - THERE IS NOTHING TO PROMOTE.
010270*----------------------------------------------------------------
010280 2300-RESOLVE-REQUEST-FILES.
010290     MOVE WS-CUR-SOURCE-ENV TO WS-LOOKUP-ENV
010300     PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
010310     MOVE "SNIPLIB" TO WS-BASE-FILENAME
010320     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010330     MOVE WS-BUILT-FILENAME TO WS-SRC-SNIPLIB-FILENAME
010340     MOVE "SNIPRSLT" TO WS-BASE-FILENAME
010350     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010360     MOVE WS-BUILT-FILENAME TO WS-SRC-SNIPRSLT-FILENAME
010370     MOVE "SNIPEXP" TO WS-BASE-FILENAME
010380     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010390     MOVE WS-BUILT-FILENAME TO WS-SRC-SNIPEXP-FILENAME
010400     MOVE WS-CUR-TARGET-ENV TO WS-LOOKUP-ENV
010410     PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
010420     MOVE "SNIPLIB" TO WS-BASE-FILENAME
010430     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010440     MOVE WS-BUILT-FILENAME TO WS-TGT-SNIPLIB-FILENAME
010450     MOVE "SNIPVER" TO WS-BASE-FILENAME
010460     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010470     MOVE WS-BUILT-FILENAME TO WS-TGT-SNIPVER-FILENAME
010480     MOVE "SNIPAUD" TO WS-BASE-FILENAME
010490     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010500     MOVE WS-BUILT-FILENAME TO WS-TGT-SNIPAUD-FILENAME
010510     MOVE "RUNLOCK" TO WS-BASE-FILENAME
010520     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010530     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
010540     MOVE "ERRLOG" TO WS-BASE-FILENAME
010550     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010560     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
010570     MOVE "ALERTS" TO WS-BASE-FILENAME
010580     PERFORM 1060-BUILD-LOOKUP-FILENAME THRU 1060-EXIT
010590     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME
010600     IF WS-SRC-SNIPLIB-FILENAME = WS-TGT-SNIPLIB-FILENAME
010610         SET WS-REFUSED TO TRUE
010620         MOVE "SOURCE AND TARGET SHARE ONE SNIPLIB"
010630             TO WS-REFUSE-REASON
010640     END-IF.
010650 2300-EXIT.
010660     EXIT.
010670
010680*----------------------------------------------------------------
010690*    2700/2800 - CLOSE OUT ONE REQUEST, EITHER WAY WITH A
010700*    PROMAUD RECORD AND A REPORT LINE
010710*----------------------------------------------------------------
010720 2700-RECORD-PROMOTION.
010730     MOVE "PROMOTED" TO WS-CUR-RESULT
010740     ADD 1 TO WS-PROMOTED-COUNT
010750     DISPLAY "SNIPPROM: " WS-CUR-NAME " PROMOTED FROM "
010760             WS-CUR-SOURCE-ENV " TO " WS-CUR-TARGET-ENV
010770     PERFORM 6000-WRITE-PROMOTION-AUDIT THRU 6000-EXIT
010780     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
010790 2700-EXIT.
010800     EXIT.
010810
010820 2800-REFUSE-REQUEST.
010830     MOVE "REFUSED " TO WS-CUR-RESULT
010840     ADD 1 TO WS-REFUSED-COUNT
010850     DISPLAY "SNIPPROM: " WS-CUR-NAME " REFUSED - "
010860             WS-REFUSE-REASON
010870     PERFORM 6000-WRITE-PROMOTION-AUDIT THRU 6000-EXIT
010880     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
010890 2800-EXIT.
010900     EXIT.
010910
010920*================================================================
010930*    3000-CHECK-TEST-EVIDENCE - THE SNIPPET'S LATEST RUN IN THE
010940*    SOURCE ENVIRONMENT MUST BE NO OLDER THAN THE CUTOFF, MUST
010950*    HAVE ENDED WITH COMPLETION CODE ZERO, AND ITS CAPTURED
010960*    OUTPUT MUST EQUAL THE SNIPEXP EXPECTED OUTPUT.  AN EARLIER
010970*    GOOD RUN DOES NOT COUNT ONCE A LATER RUN HAS FAILED.
010980*================================================================
010990 3000-CHECK-TEST-EVIDENCE.
011000     SET WS-REFUSED TO TRUE
011010     OPEN INPUT SNIPPET-EXPECTED-FILE
011020     IF WS-SNIPEXP-STATUS NOT = "00"
011030         MOVE "NO SNIPEXP FILE IN SOURCE ENVIRONMENT"
011040             TO WS-REFUSE-REASON
011050         GO TO 3000-EXIT
011060     END-IF
011070     MOVE WS-CUR-NAME TO SE-SNIPPET-NAME
011080     READ SNIPPET-EXPECTED-FILE
011090         INVALID KEY
011100             MOVE "NO EXPECTED OUTPUT IN SOURCE SNIPEXP"
011110                 TO WS-REFUSE-REASON
011120     END-READ
011130     IF WS-REFUSE-REASON NOT = SPACES
011140         CLOSE SNIPPET-EXPECTED-FILE
011150         GO TO 3000-EXIT
011160     END-IF
011170     MOVE SE-EXPECTED-OUTPUT TO WS-EXPECTED-OUTPUT
011180     CLOSE SNIPPET-EXPECTED-FILE
011190     OPEN INPUT SNIPPET-RESULT-FILE
011200     IF WS-SNIPRSLT-STATUS NOT = "00"
011210         MOVE "NO SNIPRSLT FILE IN SOURCE ENVIRONMENT"
011220             TO WS-REFUSE-REASON
011230         GO TO 3000-EXIT
011240     END-IF
011250     MOVE SPACES TO WS-LATEST-TIMESTAMP
011260     MOVE "N" TO WS-RESULT-EOF-SW
011270     PERFORM 3100-SCAN-ONE-RESULT THRU 3100-EXIT
011280         UNTIL WS-RESULT-EOF
011290     CLOSE SNIPPET-RESULT-FILE
011300     IF WS-LATEST-TIMESTAMP = SPACES
011310         MOVE "NEVER RUN IN SOURCE ENVIRONMENT"
011320             TO WS-REFUSE-REASON
011330         GO TO 3000-EXIT
011340     END-IF
011350     IF WS-LATEST-TIMESTAMP (1:8) IS NOT NUMERIC
011360         OR WS-LATEST-TIMESTAMP (1:8) < WS-CUTOFF-DATE
011370         MOVE WS-RECENT-DAYS TO WS-DAYS-DISPLAY
011380         STRING "LATEST TEST RUN OLDER THAN "  DELIMITED BY SIZE
011390                WS-DAYS-DISPLAY                DELIMITED BY SIZE
011400                " DAYS"                        DELIMITED BY SIZE
011410                INTO WS-REFUSE-REASON
011420         GO TO 3000-EXIT
011430     END-IF
011440     IF WS-LATEST-CODE NOT = ZERO
011450         MOVE WS-LATEST-CODE TO WS-CODE-DISPLAY
011460         STRING "LATEST TEST RUN ENDED RC "    DELIMITED BY SIZE
011470                WS-CODE-DISPLAY                DELIMITED BY SIZE
011480                INTO WS-REFUSE-REASON
011490         GO TO 3000-EXIT
011500     END-IF
011510     IF NOT WS-LATEST-MATCHED
011520         MOVE "LATEST TEST OUTPUT DIFFERS FROM SNIPEXP"
011530             TO WS-REFUSE-REASON
011540         GO TO 3000-EXIT
011550     END-IF
011560     MOVE "N" TO WS-REFUSED-SW.
011570 3000-EXIT.
011580     EXIT.
011590
011600*----------------------------------------------------------------
011610*    3100 - SNIPRSLT IS KEYED BY RUN ID FIRST, SO EVERY ROW IS
011620*    READ AND THE SNIPPET'S ROW WITH THE LATEST TIMESTAMP KEPT
011630*----------------------------------------------------------------
011640 3100-SCAN-ONE-RESULT.
011650     READ SNIPPET-RESULT-FILE NEXT RECORD
011660         AT END
011670             MOVE "Y" TO WS-RESULT-EOF-SW
011680     END-READ
011690     IF WS-RESULT-EOF
011700         GO TO 3100-EXIT
011710     END-IF
011720     IF SN-SNIPPET-NAME NOT = WS-CUR-NAME
011730         GO TO 3100-EXIT
011740     END-IF
011750     IF SN-TIMESTAMP NOT > WS-LATEST-TIMESTAMP
011760         GO TO 3100-EXIT
011770     END-IF
011780     MOVE SN-TIMESTAMP TO WS-LATEST-TIMESTAMP
011790     MOVE SN-RUN-ID    TO WS-LATEST-RUN-ID
011800     IF SN-COMPLETION-CODE IS NUMERIC
011810         MOVE SN-COMPLETION-CODE TO WS-LATEST-CODE
011820     ELSE
011830         MOVE -1 TO WS-LATEST-CODE
011840     END-IF
011850     IF SN-OUTPUT = WS-EXPECTED-OUTPUT
011860         SET WS-LATEST-MATCHED TO TRUE
011870     ELSE
011880         MOVE "N" TO WS-LATEST-MATCH-SW
011890     END-IF.
011900 3100-EXIT.
011910     EXIT.
011920
011930*================================================================
011940*    4000-PROMOTE-SNIPPET - LOAD THE SOURCE SEGMENTS, STASH THE
011950*    OUTGOING TARGET VERSION IN THE TARGET SNIPVER, THEN
011960*    REPLACE THE TARGET SEGMENTS.  EVERY SEGMENT KEEPS ITS
011970*    SL-SEQUENCE-NUMBER.  A FAILED WRITE PUTS THE OUTGOING
011980*    SEGMENTS BACK AND DROPS THE STASHED VERSION (4650), SO THE
011990*    TARGET IS NEVER LEFT HALF-PROMOTED.
012000*================================================================
012010 4000-PROMOTE-SNIPPET.
012020     SET WS-REFUSED TO TRUE
012030     PERFORM 4100-LOAD-SOURCE-SEGMENTS THRU 4100-EXIT
012040     IF WS-REFUSE-REASON NOT = SPACES
012050         GO TO 4000-EXIT
012060     END-IF
012070     PERFORM 4200-OPEN-TARGET-FILES THRU 4200-EXIT
012080     IF WS-REFUSE-REASON NOT = SPACES
012090         GO TO 4000-EXIT
012100     END-IF
012110     PERFORM 4300-LOAD-TARGET-SEGMENTS THRU 4300-EXIT
012120     IF WS-SEGMENT-OVERFLOW
012130         MOVE "TARGET SNIPPET EXCEEDS 40 SEGMENTS"
012140             TO WS-REFUSE-REASON
012150         PERFORM 4900-CLOSE-TARGET-FILES THRU 4900-EXIT
012160         GO TO 4000-EXIT
012170     END-IF
012180     IF WS-OLD-SEGMENT-COUNT > ZERO
012190         PERFORM 4600-STASH-TARGET-VERSION THRU 4600-EXIT
012200         IF WS-STASH-ERROR
012210             PERFORM 4650-DROP-STASHED-VERSION THRU 4650-EXIT
012220             MOVE "VERSION RETENTION IN TARGET FAILED"
012230                 TO WS-REFUSE-REASON
012240             PERFORM 4900-CLOSE-TARGET-FILES THRU 4900-EXIT
012250             GO TO 4000-EXIT
012260         END-IF
012270         MOVE WS-NEW-VERSION TO WS-RETAINED-VERSION
012280     END-IF
012290     PERFORM 4400-DELETE-TARGET-SEGMENTS THRU 4400-EXIT
012300     PERFORM 4500-WRITE-TARGET-SEGMENTS THRU 4500-EXIT
012310     IF WS-WRITE-ERROR
012320         PERFORM 4400-DELETE-TARGET-SEGMENTS THRU 4400-EXIT
012330         PERFORM 4550-RESTORE-TARGET-SEGMENTS THRU 4550-EXIT
012340         PERFORM 4650-DROP-STASHED-VERSION THRU 4650-EXIT
012350         MOVE ZERO TO WS-RETAINED-VERSION
012360         MOVE "WRITE TO TARGET SNIPLIB FAILED"
012370             TO WS-REFUSE-REASON
012380         PERFORM 4900-CLOSE-TARGET-FILES THRU 4900-EXIT
012390         GO TO 4000-EXIT
012400     END-IF
012410     PERFORM 6200-WRITE-TARGET-SNIPAUD THRU 6200-EXIT
012420     PERFORM 4900-CLOSE-TARGET-FILES THRU 4900-EXIT
012430     MOVE "N" TO WS-REFUSED-SW.
012440 4000-EXIT.
012450     EXIT.
012460
012470*----------------------------------------------------------------
012480*    4100/4110 - EVERY SEGMENT OF THE SNIPPET IN THE SOURCE
012490*    SNIPLIB, WITH ITS OWN SEQUENCE NUMBER
012500*----------------------------------------------------------------
012510 4100-LOAD-SOURCE-SEGMENTS.
012520     MOVE ZERO TO WS-SEGMENT-COUNT
012530     MOVE "N"  TO WS-SEGMENT-OVERFLOW-SW
012540     MOVE "N"  TO WS-LOAD-EOF-SW
012550     OPEN INPUT SOURCE-LIBRARY-FILE
012560     IF WS-SRCLIB-STATUS NOT = "00"
012570         MOVE "NO SNIPLIB IN SOURCE ENVIRONMENT"
012580             TO WS-REFUSE-REASON
012590         GO TO 4100-EXIT
012600     END-IF
012610     MOVE WS-CUR-NAME TO SP-SNIPPET-NAME
012620     MOVE ZERO        TO SP-SEQUENCE-NUMBER
012630     START SOURCE-LIBRARY-FILE KEY IS NOT LESS THAN
012640         SP-SNIPPET-KEY
012650         INVALID KEY
012660             MOVE "Y" TO WS-LOAD-EOF-SW
012670     END-START
012680     PERFORM 4110-LOAD-ONE-SOURCE-SEGMENT THRU 4110-EXIT
012690         UNTIL WS-LOAD-EOF
012700     CLOSE SOURCE-LIBRARY-FILE
012710     IF WS-SEGMENT-COUNT = ZERO
012720         MOVE "SNIPPET NOT IN SOURCE SNIPLIB"
012730             TO WS-REFUSE-REASON
012740         GO TO 4100-EXIT
012750     END-IF
012760     IF WS-SEGMENT-OVERFLOW
012770         MOVE "SOURCE SNIPPET EXCEEDS 40 SEGMENTS"
012780             TO WS-REFUSE-REASON
012790     END-IF.
012800 4100-EXIT.
012810     EXIT.
012820
012830 4110-LOAD-ONE-SOURCE-SEGMENT.
012840     READ SOURCE-LIBRARY-FILE NEXT RECORD
012850         AT END
012860             MOVE "Y" TO WS-LOAD-EOF-SW
012870     END-READ
012880     IF WS-LOAD-EOF
012890         GO TO 4110-EXIT
012900     END-IF
012910     IF SP-SNIPPET-NAME NOT = WS-CUR-NAME
012920         MOVE "Y" TO WS-LOAD-EOF-SW
012930         GO TO 4110-EXIT
012940     END-IF
012950     IF WS-SEGMENT-COUNT = 40
012960         MOVE "Y" TO WS-LOAD-EOF-SW
012970         MOVE "Y" TO WS-SEGMENT-OVERFLOW-SW
012980     ELSE
012990         ADD 1 TO WS-SEGMENT-COUNT
013000         MOVE SP-SEQUENCE-NUMBER
013010             TO WS-SEGMENT-SEQ (WS-SEGMENT-COUNT)
013020         MOVE SP-PAYLOAD TO WS-SEGMENT-TEXT (WS-SEGMENT-COUNT)
013030     END-IF.
013040 4110-EXIT.
013050     EXIT.
013060
013070*----------------------------------------------------------------
013080*    4200 - OPEN THE TARGET LIBRARY AND VERSION HISTORY FOR
013090*    UPDATE, CREATING THEM ON FIRST USE AS SNIPMNT DOES.  THE
013100*    TARGET SNIPAUD IS APPENDED TO.
013110*----------------------------------------------------------------
013120 4200-OPEN-TARGET-FILES.
013130     OPEN I-O SNIPPET-LIBRARY-FILE
013140     IF WS-SNIPLIB-STATUS NOT = "00"
013150         OPEN OUTPUT SNIPPET-LIBRARY-FILE
013160         IF WS-SNIPLIB-STATUS = "00"
013170             CLOSE SNIPPET-LIBRARY-FILE
013180             OPEN I-O SNIPPET-LIBRARY-FILE
013190         END-IF
013200     END-IF
013210     IF WS-SNIPLIB-STATUS NOT = "00"
013220         MOVE "TARGET SNIPLIB UNAVAILABLE" TO WS-REFUSE-REASON
013230         GO TO 4200-EXIT
013240     END-IF
013250     SET WS-SNIPVER-AVAILABLE TO TRUE
013260     OPEN I-O SNIPPET-VERSION-FILE
013270     IF WS-SNIPVER-STATUS NOT = "00"
013280         OPEN OUTPUT SNIPPET-VERSION-FILE
013290         IF WS-SNIPVER-STATUS = "00"
013300             CLOSE SNIPPET-VERSION-FILE
013310             OPEN I-O SNIPPET-VERSION-FILE
013320         END-IF
013330     END-IF
013340     IF WS-SNIPVER-STATUS NOT = "00"
013350         MOVE "N" TO WS-SNIPVER-AVAILABLE-SW
013360     END-IF
013370     OPEN EXTEND SNIPPET-AUDIT-FILE
013380     IF WS-SNIPAUD-STATUS NOT = "00"
013390         OPEN OUTPUT SNIPPET-AUDIT-FILE
013400     END-IF.
013410 4200-EXIT.
013420     EXIT.
013430
013440*----------------------------------------------------------------
013450*    4300/4310 - THE OUTGOING TARGET SEGMENTS, KEPT SO A FAILED
013460*    WRITE CAN PUT THEM BACK
013470*----------------------------------------------------------------
013480 4300-LOAD-TARGET-SEGMENTS.
013490     MOVE ZERO TO WS-OLD-SEGMENT-COUNT
013500     MOVE "N"  TO WS-SEGMENT-OVERFLOW-SW
013510     MOVE "N"  TO WS-LOAD-EOF-SW
013520     MOVE WS-CUR-NAME TO SL-SNIPPET-NAME
013530     MOVE ZERO        TO SL-SEQUENCE-NUMBER
013540     START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
013550         SL-SNIPPET-KEY
013560         INVALID KEY
013570             MOVE "Y" TO WS-LOAD-EOF-SW
013580     END-START
013590     PERFORM 4310-LOAD-ONE-TARGET-SEGMENT THRU 4310-EXIT
013600         UNTIL WS-LOAD-EOF.
013610 4300-EXIT.
013620     EXIT.
013630
013640 4310-LOAD-ONE-TARGET-SEGMENT.
013650     READ SNIPPET-LIBRARY-FILE NEXT RECORD
013660         AT END
013670             MOVE "Y" TO WS-LOAD-EOF-SW
013680     END-READ
013690     IF WS-LOAD-EOF
013700         GO TO 4310-EXIT
013710     END-IF
013720     IF SL-SNIPPET-NAME NOT = WS-CUR-NAME
013730         MOVE "Y" TO WS-LOAD-EOF-SW
013740         GO TO 4310-EXIT
013750     END-IF
013760     IF WS-OLD-SEGMENT-COUNT = 40
013770         MOVE "Y" TO WS-LOAD-EOF-SW
013780         MOVE "Y" TO WS-SEGMENT-OVERFLOW-SW
013790     ELSE
013800         ADD 1 TO WS-OLD-SEGMENT-COUNT
013810         MOVE SL-SEQUENCE-NUMBER
013820             TO WS-OLD-SEGMENT-SEQ (WS-OLD-SEGMENT-COUNT)
013830         MOVE SL-PAYLOAD
013840             TO WS-OLD-SEGMENT-TEXT (WS-OLD-SEGMENT-COUNT)
013850     END-IF.
013860 4310-EXIT.
013870     EXIT.
013880
013890*----------------------------------------------------------------
013900*    4400/4410 - DELETE EVERY TARGET SEGMENT OF THE SNIPPET,
013910*    REPOSITIONING BEFORE EACH DELETE AS SNIPMNT DOES
013920*----------------------------------------------------------------
013930 4400-DELETE-TARGET-SEGMENTS.
013940     MOVE "N" TO WS-DELETE-DONE-SW
013950     PERFORM 4410-DELETE-ONE-SEGMENT THRU 4410-EXIT
013960         UNTIL WS-DELETE-DONE.
013970 4400-EXIT.
013980     EXIT.
013990
014000 4410-DELETE-ONE-SEGMENT.
014010     MOVE WS-CUR-NAME TO SL-SNIPPET-NAME
014020     MOVE ZERO        TO SL-SEQUENCE-NUMBER
014030     START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
014040         SL-SNIPPET-KEY
014050         INVALID KEY
014060             MOVE "Y" TO WS-DELETE-DONE-SW
014070     END-START
014080     IF WS-DELETE-DONE
014090         GO TO 4410-EXIT
014100     END-IF
014110     READ SNIPPET-LIBRARY-FILE NEXT RECORD
014120         AT END
014130             MOVE "Y" TO WS-DELETE-DONE-SW
014140     END-READ
014150     IF WS-DELETE-DONE
014160         GO TO 4410-EXIT
014170     END-IF
014180     IF SL-SNIPPET-NAME NOT = WS-CUR-NAME
014190         MOVE "Y" TO WS-DELETE-DONE-SW
014200         GO TO 4410-EXIT
014210     END-IF
014220     DELETE SNIPPET-LIBRARY-FILE RECORD
014230         INVALID KEY
014240             MOVE "Y" TO WS-DELETE-DONE-SW
014250     END-DELETE.
014260 4410-EXIT.
014270     EXIT.
014280
014290*----------------------------------------------------------------
014300*    4500/4510 - WRITE THE SOURCE SEGMENTS INTO THE TARGET;
014310*    4550/4560 - PUT THE OUTGOING SEGMENTS BACK
014320*----------------------------------------------------------------
014330 4500-WRITE-TARGET-SEGMENTS.
014340     MOVE "N" TO WS-WRITE-ERROR-SW
014350     PERFORM 4510-WRITE-ONE-SEGMENT THRU 4510-EXIT
014360         VARYING WS-SEG-SUB FROM 1 BY 1
014370         UNTIL WS-SEG-SUB > WS-SEGMENT-COUNT
014380            OR WS-WRITE-ERROR.
014390 4500-EXIT.
014400     EXIT.
014410
014420 4510-WRITE-ONE-SEGMENT.
014430     MOVE WS-CUR-NAME                  TO SL-SNIPPET-NAME
014440     MOVE WS-SEGMENT-SEQ (WS-SEG-SUB)  TO SL-SEQUENCE-NUMBER
014450     MOVE WS-SEGMENT-TEXT (WS-SEG-SUB) TO SL-PAYLOAD
014460     WRITE SNIPPET-LIBRARY-RECORD
014470         INVALID KEY
014480             MOVE "Y" TO WS-WRITE-ERROR-SW
014490     END-WRITE.
014500 4510-EXIT.
014510     EXIT.
014520
014530 4550-RESTORE-TARGET-SEGMENTS.
014540     PERFORM 4560-RESTORE-ONE-SEGMENT THRU 4560-EXIT
014550         VARYING WS-SEG-SUB FROM 1 BY 1
014560         UNTIL WS-SEG-SUB > WS-OLD-SEGMENT-COUNT.
014570 4550-EXIT.
014580     EXIT.
014590
014600 4560-RESTORE-ONE-SEGMENT.
014610     MOVE WS-CUR-NAME TO SL-SNIPPET-NAME
014620     MOVE WS-OLD-SEGMENT-SEQ (WS-SEG-SUB) TO SL-SEQUENCE-NUMBER
014630     MOVE WS-OLD-SEGMENT-TEXT (WS-SEG-SUB) TO SL-PAYLOAD
014640     WRITE SNIPPET-LIBRARY-RECORD
014650         INVALID KEY
014660             DISPLAY "SNIPPROM: " WS-CUR-NAME " SEGMENT "
014670                     SL-SEQUENCE-NUMBER " NOT RESTORED"
014680     END-WRITE.
014690 4560-EXIT.
014700     EXIT.
014710
014720*----------------------------------------------------------------
014730*    4600/4610 - STASH THE OUTGOING TARGET SEGMENTS IN THE
014740*    TARGET SNIPVER AS THE NEXT VERSION, WITH THE SAME HEADER
014750*    ROW (SEQUENCE 000: USER, TIMESTAMP) THAT SNIPMNT WRITES, SO
014760*    A SNIPMNT ROLLBACK AGAINST THE TARGET RESTORES IT
014770*----------------------------------------------------------------
014780 4600-STASH-TARGET-VERSION.
014790     MOVE "N" TO WS-STASH-ERROR-SW
014800     MOVE "N" TO WS-STASH-WRITTEN-SW
014810     IF NOT WS-SNIPVER-AVAILABLE
014820         SET WS-STASH-ERROR TO TRUE
014830         GO TO 4600-EXIT
014840     END-IF
014850     PERFORM 4700-FIND-LAST-VERSION THRU 4700-EXIT
014860     COMPUTE WS-NEW-VERSION = WS-LAST-VERSION + 1
014870     END-COMPUTE
014880     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
014890     MOVE SPACES TO SNIPPET-VERSION-RECORD
014900     MOVE WS-CUR-NAME          TO SV-SNIPPET-NAME
014910     MOVE WS-NEW-VERSION       TO SV-VERSION
014920     MOVE ZERO                 TO SV-SEQUENCE
014930     MOVE SPACES               TO SV-PAYLOAD
014940     MOVE WS-CUR-REQUESTER     TO SV-PAYLOAD (1:8)
014950     MOVE WS-CURRENT-TIMESTAMP TO SV-PAYLOAD (10:20)
014960     WRITE SNIPPET-VERSION-RECORD
014970         INVALID KEY
014980             SET WS-STASH-ERROR TO TRUE
014990         NOT INVALID KEY
015000             SET WS-STASH-WRITTEN TO TRUE
015010     END-WRITE
015020     PERFORM 4610-STASH-ONE-SEGMENT THRU 4610-EXIT
015030         VARYING WS-SEG-SUB FROM 1 BY 1
015040         UNTIL WS-SEG-SUB > WS-OLD-SEGMENT-COUNT
015050            OR WS-STASH-ERROR.
015060 4600-EXIT.
015070     EXIT.
015080
015090 4610-STASH-ONE-SEGMENT.
015100     MOVE WS-CUR-NAME    TO SV-SNIPPET-NAME
015110     MOVE WS-NEW-VERSION TO SV-VERSION
015120     MOVE WS-OLD-SEGMENT-SEQ (WS-SEG-SUB)  TO SV-SEQUENCE
015130     MOVE WS-OLD-SEGMENT-TEXT (WS-SEG-SUB) TO SV-PAYLOAD
015140     WRITE SNIPPET-VERSION-RECORD
015150         INVALID KEY
015160             SET WS-STASH-ERROR TO TRUE
015170     END-WRITE.
015180 4610-EXIT.
015190     EXIT.
015200
015210*----------------------------------------------------------------
015220*    4650/4660 - A PROMOTION THAT IS BACKED OUT TAKES ITS STASHED
015230*    VERSION (HEADER ROW AND ANY SEGMENT ROWS ALREADY WRITTEN)
015240*    BACK OUT OF THE TARGET SNIPVER, SO A LATER SNIPMNT ROLLBACK
015250*    CANNOT PICK UP A VERSION FOR A PROMOTION THAT NEVER HAPPENED
015260*----------------------------------------------------------------
015270 4650-DROP-STASHED-VERSION.
015280     IF NOT WS-STASH-WRITTEN
015290         GO TO 4650-EXIT
015300     END-IF
015310     MOVE WS-CUR-NAME    TO SV-SNIPPET-NAME
015320     MOVE WS-NEW-VERSION TO SV-VERSION
015330     MOVE ZERO           TO SV-SEQUENCE
015340     DELETE SNIPPET-VERSION-FILE RECORD
015350         INVALID KEY
015360             DISPLAY "SNIPPROM: " WS-CUR-NAME " VERSION "
015370                     WS-NEW-VERSION " HEADER NOT REMOVED"
015380     END-DELETE
015390     PERFORM 4660-DROP-ONE-STASH-ROW THRU 4660-EXIT
015400         VARYING WS-SEG-SUB FROM 1 BY 1
015410         UNTIL WS-SEG-SUB > WS-OLD-SEGMENT-COUNT
015420     MOVE "N" TO WS-STASH-WRITTEN-SW.
015430 4650-EXIT.
015440     EXIT.
015450
015460 4660-DROP-ONE-STASH-ROW.
015470     MOVE WS-CUR-NAME    TO SV-SNIPPET-NAME
015480     MOVE WS-NEW-VERSION TO SV-VERSION
015490     MOVE WS-OLD-SEGMENT-SEQ (WS-SEG-SUB) TO SV-SEQUENCE
015500     DELETE SNIPPET-VERSION-FILE RECORD
015510         INVALID KEY
015520             CONTINUE
015530     END-DELETE.
015540 4660-EXIT.
015550     EXIT.
015560
015570*----------------------------------------------------------------
015580*    4700/4710 - HIGHEST RETAINED VERSION NUMBER OF THE SNIPPET
015590*    IN THE TARGET SNIPVER; ZERO WHEN NONE
015600*----------------------------------------------------------------
015610 4700-FIND-LAST-VERSION.
015620     MOVE ZERO TO WS-LAST-VERSION
015630     MOVE "N" TO WS-VER-SCAN-EOF-SW
015640     MOVE WS-CUR-NAME TO SV-SNIPPET-NAME
015650     MOVE ZERO        TO SV-VERSION
015660     MOVE ZERO        TO SV-SEQUENCE
015670     START SNIPPET-VERSION-FILE KEY IS NOT LESS THAN
015680         SV-VERSION-KEY
015690         INVALID KEY
015700             MOVE "Y" TO WS-VER-SCAN-EOF-SW
015710     END-START
015720     PERFORM 4710-SCAN-ONE-VERSION THRU 4710-EXIT
015730         UNTIL WS-VER-SCAN-EOF.
015740 4700-EXIT.
015750     EXIT.
015760
015770 4710-SCAN-ONE-VERSION.
015780     READ SNIPPET-VERSION-FILE NEXT RECORD
015790         AT END
015800             MOVE "Y" TO WS-VER-SCAN-EOF-SW
015810     END-READ
015820     IF WS-VER-SCAN-EOF
015830         GO TO 4710-EXIT
015840     END-IF
015850     IF SV-SNIPPET-NAME NOT = WS-CUR-NAME
015860         MOVE "Y" TO WS-VER-SCAN-EOF-SW
015870         GO TO 4710-EXIT
015880     END-IF
015890     MOVE SV-VERSION TO WS-LAST-VERSION.
015900 4710-EXIT.
015910     EXIT.
015920
015930 4900-CLOSE-TARGET-FILES.
015940     CLOSE SNIPPET-LIBRARY-FILE
015950     IF WS-SNIPVER-AVAILABLE
015960         CLOSE SNIPPET-VERSION-FILE
015970     END-IF
015980     CLOSE SNIPPET-AUDIT-FILE.
015990 4900-EXIT.
016000     EXIT.
016010
016020*================================================================
016030*    6000-WRITE-PROMOTION-AUDIT - ONE PROMAUD ROW PER REQUEST
016040*================================================================
016050 6000-WRITE-PROMOTION-AUDIT.
016060     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
016070     MOVE SPACES               TO PROMOTION-AUDIT-RECORD
016080     MOVE WS-CURRENT-TIMESTAMP TO PA-TIMESTAMP
016090     MOVE WS-CUR-NAME          TO PA-SNIPPET-NAME
016100     MOVE WS-CUR-SOURCE-ENV    TO PA-SOURCE-ENV
016110     MOVE WS-CUR-TARGET-ENV    TO PA-TARGET-ENV
016120     MOVE WS-CUR-REQUESTER     TO PA-REQUESTER
016130     MOVE WS-CUR-APPROVER      TO PA-APPROVER
016140     MOVE WS-CUR-RESULT        TO PA-RESULT
016150     MOVE WS-SEGMENT-COUNT     TO PA-SEGMENT-COUNT
016160     MOVE WS-RETAINED-VERSION  TO PA-RETAINED-VERSION
016170     MOVE WS-LATEST-RUN-ID     TO PA-EVIDENCE-RUN-ID
016180     MOVE WS-REFUSE-REASON     TO PA-REASON
016190     WRITE PROMOTION-AUDIT-RECORD.
016200 6000-EXIT.
016210     EXIT.
016220
016230 6100-WRITE-REPORT-LINE.
016240     MOVE SPACES               TO WS-DETAIL-LINE
016250     MOVE WS-CUR-NAME          TO WD-SNIPPET-NAME
016260     MOVE WS-CUR-SOURCE-ENV    TO WD-SOURCE-ENV
016270     MOVE WS-CUR-TARGET-ENV    TO WD-TARGET-ENV
016280     MOVE WS-CUR-REQUESTER     TO WD-REQUESTER
016290     MOVE WS-CUR-APPROVER      TO WD-APPROVER
016300     MOVE WS-CUR-RESULT        TO WD-RESULT
016310     MOVE WS-SEGMENT-COUNT     TO WD-SEGMENT-COUNT
016320     MOVE WS-RETAINED-VERSION  TO WD-RETAINED-VERSION
016330     MOVE WS-LATEST-RUN-ID     TO WD-EVIDENCE-RUN-ID
016340     MOVE WS-REFUSE-REASON     TO WD-REASON
016350     WRITE PROMOTION-REPORT-RECORD FROM WS-DETAIL-LINE.
016360 6100-EXIT.
016370     EXIT.
016380
016390*----------------------------------------------------------------
016400*    6200 - A PROMOTE ROW IN THE TARGET ENVIRONMENT'S SNIPAUD,
016410*    SO ITS MAINTENANCE TRAIL SHOWS WHERE THE CHANGE CAME FROM
016420*----------------------------------------------------------------
016430 6200-WRITE-TARGET-SNIPAUD.
016440     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
016450     MOVE SPACES TO WS-SNIPAUD-MESSAGE
016460     STRING "FROM "            DELIMITED BY SIZE
016470            WS-CUR-SOURCE-ENV  DELIMITED BY SPACE
016480            " APPROVED BY "    DELIMITED BY SIZE
016490            WS-CUR-APPROVER    DELIMITED BY SPACE
016500            INTO WS-SNIPAUD-MESSAGE
016510     MOVE SPACES               TO SNIPPET-AUDIT-RECORD
016520     MOVE WS-CURRENT-TIMESTAMP TO SA-TIMESTAMP
016530     MOVE WS-CUR-REQUESTER     TO SA-USER-ID
016540     MOVE "PROMOTE"            TO SA-ACTION
016550     MOVE WS-CUR-NAME          TO SA-SNIPPET-NAME
016560     MOVE WS-SEGMENT-COUNT     TO SA-SEGMENT-COUNT
016570     MOVE "APPLIED "           TO SA-RESULT
016580     MOVE WS-SNIPAUD-MESSAGE   TO SA-MESSAGE
016590     WRITE SNIPPET-AUDIT-RECORD.
016600 6200-EXIT.
016610     EXIT.
016620
016630*================================================================
016640*    9000-FINALIZE - TOTALS, THEN CLOSE EVERYTHING
016650*================================================================
016660 9000-FINALIZE.
016670     MOVE SPACES TO WS-REPORT-LINE
016680     WRITE PROMOTION-REPORT-RECORD FROM WS-REPORT-LINE
016690     MOVE WS-REQUEST-COUNT TO WS-COUNT-DISPLAY
016700     MOVE SPACES TO WS-REPORT-LINE
016710     STRING "REQUESTS READ . . : " DELIMITED BY SIZE
016720            WS-COUNT-DISPLAY       DELIMITED BY SIZE
016730            INTO WS-REPORT-LINE
016740     WRITE PROMOTION-REPORT-RECORD FROM WS-REPORT-LINE
016750     MOVE WS-PROMOTED-COUNT TO WS-COUNT-DISPLAY
016760     MOVE SPACES TO WS-REPORT-LINE
016770     STRING "PROMOTED  . . . . : " DELIMITED BY SIZE
016780            WS-COUNT-DISPLAY       DELIMITED BY SIZE
016790            INTO WS-REPORT-LINE
016800     WRITE PROMOTION-REPORT-RECORD FROM WS-REPORT-LINE
016810     MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
016820     MOVE SPACES TO WS-REPORT-LINE
016830     STRING "REFUSED . . . . . : " DELIMITED BY SIZE
016840            WS-COUNT-DISPLAY       DELIMITED BY SIZE
016850            INTO WS-REPORT-LINE
016860     WRITE PROMOTION-REPORT-RECORD FROM WS-REPORT-LINE
016870     DISPLAY "SNIPPROM: REQUESTS READ . . : " WS-REQUEST-COUNT
016880     DISPLAY "SNIPPROM: PROMOTED  . . . . : " WS-PROMOTED-COUNT
016890     DISPLAY "SNIPPROM: REFUSED . . . . . : " WS-REFUSED-COUNT
016900     IF WS-PROMREQ-STATUS = "00" OR WS-PROMREQ-STATUS = "10"
016910         CLOSE PROMOTION-REQUEST-FILE
016920     END-IF
016930     CLOSE PROMOTION-AUDIT-FILE
016940     CLOSE PROMOTION-REPORT-FILE.
016950 9000-EXIT.
016960     EXIT.
016970
016980*----------------------------------------------------------------
016990*    9400 - RELEASE THE TARGET'S RUN LOCK.  EMPTYING THE FILE
017000*    FREES IT.
017010*----------------------------------------------------------------
017020 9400-RELEASE-RUN-LOCK.
017030     IF NOT WS-RUN-LOCK-HELD
017040         GO TO 9400-EXIT
017050     END-IF
017060     OPEN OUTPUT RUN-LOCK-FILE
017070     IF WS-RUNLOCK-STATUS = "00"
017080         CLOSE RUN-LOCK-FILE
017090     END-IF
017100     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
017110 9400-EXIT.
017120     EXIT.
