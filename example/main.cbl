001470*                    PATH, SIZE AND CONTENT CHECKSUM SO THE
001480*                    MANGEN MANIFEST BUILDER CAN SKIP IMAGES
001490*                    ALREADY CONVERTED AND UNCHANGED.
001500*   2026-10-15  DO   EVERY TRANLOG, ERRLOG, ALERTS, REJECTS AND
001510*                    DEADLTR RECORD NOW CARRIES THE RUN ID IN A
001520*                    TRAILING FIELD (REJECTS AND DEADLTR ALSO THE
001530*                    TIME THE ENTRY WAS ROUTED), AND EVERY JOB
001540*                    STEP'S OUTCOME GOES TO A NEW STEPLOG FILE, SO
001550*                    RECON AND THE RUNDRILL REPORT CAN PICK OUT
001560*                    ONE RUN'S RECORDS EXACTLY.  THE RUN ID IS NOW
001570*                    GENERATED FIRST THING AT INITIALIZE SO THE
001580*                    NODE RUNTIME CHECK IS STAMPED TOO.
001590*   2026-10-15  DO   A ZERO COMPLETION CODE FROM THE CONVERSION
001600*                    NO LONGER COUNTS AS A SUCCESS ON ITS OWN: THE
001610*                    OUTPUT FILE MUST EXIST AND BE NON-EMPTY, ELSE
001620*                    THE ENTRY FAILS (9061 MISSING, 9062 EMPTY)
001630*                    AND IS ROUTED THROUGH REJECTS LIKE ANY OTHER.
001640*                    EVERY VERIFIED OUTPUT IS RECORDED IN THE
001650*                    KEYED OUTPUT CATALOG (OUTCAT: SOURCE PATH,
001660*                    SOURCE CHECKSUM, OUTPUT SIZE, RUN ID, TIME),
001670*                    AND A MANIFEST NAMING THE SAME OUTPUT TWICE
001680*                    IS REFUSED (9063) BEFORE ANY ENTRY IS
001690*                    CONVERTED, IN THE DRY-RUN AUDIT AS WELL AS A
001700*                    REAL RUN.
001710*   2026-10-15  DO   CONVERSION PROFILES: A MANIFEST ENTRY MAY
001720*                    NAME A PROFILE OR A PROFILE GROUP FROM THE
001730*                    NEW CONVPROF FILE (NODE SCRIPT, FORMAT,
001740*                    WIDTH, QUALITY AND OUTPUT SUFFIX PER PROFILE)
001750*                    AND IS EXPANDED INTO ONE CONVERSION PER
001760*                    RENDITION.  EACH RENDITION HAS ITS OWN
001770*                    TRANLOG RECORD, REJECTS/DEADLTR ROUTING (THE
001780*                    RECORDS NOW END IN THE PROFILE NAME SO A
001790*                    RETRY RERUNS JUST THAT RENDITION) AND SUCCESS
001800*                    COUNT, WITH A PER-PROFILE LINE IN SUMRPT.  AN
001810*                    UNKNOWN PROFILE (9065) OR A MISSING PROFILE
001820*                    SCRIPT (9066) FAILS THE RENDITION; THE
001830*                    DRY-RUN AUDIT CHECKS BOTH.  AN ENTRY WITHOUT
001840*                    A PROFILE CONVERTS EXACTLY AS BEFORE.
001850*   2026-10-15  DO   SERVICE CATALOG: A JOBSTRM SERVER STEP MAY
001860*                    NAME A SERVICE FROM THE NEW SRVCAT FILE
001870*                    (NODE SCRIPT, DEFAULT PORT, HOST, HEALTH PATH
001880*                    FOR SRVMON, SINGLE OR MULTI INSTANCE) IN
001890*                    PLACE OF A PORT.  BEFORE ANY LAUNCH SRVREG IS
001900*                    CHECKED: A PORT THAT ALREADY HAS A RUNNING
001910*                    INSTANCE (9072) OR A SECOND COPY OF A
001920*                    SINGLE-INSTANCE SERVICE (9073) IS REFUSED
001930*                    WITH AN ERRLOG RECORD, AS IS A SERVICE
001940*                    NOT IN THE CATALOG (9071).  SRVREG ROWS AND
001950*                    THE SUMRPT SERVER LINE NOW CARRY THE SERVICE
001960*                    NAME; THE BUILT-IN SERVER.JS IS SERVICE
001970*                    SAMPLE.
001980*   2026-10-15  DO   RUNHIST ROWS NOW CARRY THE WORKER COUNT THE
001990*                    CONVERSION STEP RAN WITH (RH-WORKER-COUNT),
002000*                    SO THE WINFCST BATCH-WINDOW FORECAST CAN
002010*                    MEASURE THROUGHPUT PER WORKER SETTING.
002020*   2026-10-15  DO   A REAL (NON-DRYRUN) RUN NOW HOLDS THE
002030*                    RUNLOCK RECORD - RUN ID, PROGRAM, PROCESS ID
002040*                    AND START TIME - FROM INITIALIZE TO FINALIZE,
002050*                    SO THE MSTBKUP BACKUP/RESTORE UTILITY CAN
002060*                    TELL THAT A RUN IS IN PROGRESS.  RELEASING
002070*                    THE LOCK EMPTIES THE FILE.
002080*   2026-10-15  DO   ONLY ONE JOB AT A TIME PER ENVIRONMENT: A
002090*                    RUN FINDING THE RUNLOCK HELD BY A LIVE
002100*                    PROCESS IS REFUSED WITH ERROR 9091, AND ONE
002110*                    FINDING A LOCK WHOSE PROCESS HAS GONE IS
002120*                    REFUSED AS STALE WITH 9092.  A CLEARLOCK PARM
002130*                    (ANY POSITION) LETS THE OPERATOR CLEAR A
002140*                    STALE LOCK, LOGGED AS 9093.  THE DRY-RUN
002150*                    AUDIT REPORTS THE LOCK AS A CHECK.
002160*   2026-10-15  DO   A SRVCAT DEFAULT PORT NOW HOLDS ONLY FOR ITS
002170*                    OWN SERVER STEP; THE JOB'S PORT AND &PORT
002180*                    ARE PUT BACK AFTER THE STEP.  THE RUN LOCK
002190*                    PROCESS ID COMES BACK THROUGH ITS OWN
002200*                    LOCKWORK FILE.  RUNHIST IS CREATED ONLY WHEN
002210*                    IT DOES NOT EXIST (STATUS 35); ANY OTHER
002220*                    OPEN FAILURE IS REPORTED AND THE ROW SKIPPED.
002230*                    RH-WORKER-COUNT NOW SITS IN THE SPARE HIGH
002240*                    DIGIT OF RH-STEP2-ELAPSED, SO THE RECORD
002250*                    STAYS 111 BYTES.
002260*   2026-10-15  DO   A JOB REFUSED BY THE RUN LOCK NOW ENDS WITH
002270*                    RETURN CODE 8 SO THE SCHEDULER SEES IT.
002280*   2026-10-15  DO   GRACE-HOPPER.JS IS CHECKED ONLY WHEN AN ENTRY
002290*                    WITHOUT A PROFILE IS MET, SO A RUN OF PROFILE
002300*                    ENTRIES NO LONGER NEEDS IT.  AN OUTPUT NAME
002310*                    THAT IS TOO LONG FOR ITS PROFILE SUFFIX FAILS
002320*                    THE RENDITION (9067) INSTEAD OF BEING CUT
002330*                    SHORT.
002340*----------------------------------------------------------------
002350* Compile this file together with the node.cobol
002360* modules:
002370*
002380*  $ cobc -x example/main.cbl lib/node-exec*.cbl
002390*
002400* Then execute the binary file:
002410*
002420*  $ ./main
002430*----------------------------------------------------------------
002440 ENVIRONMENT DIVISION.
002450 INPUT-OUTPUT SECTION.
002460 FILE-CONTROL.
002470*----------------------------------------------------------------
002480*    TRANSACTION LOG - ONE RECORD PER NODE CALL MADE BY MAIN
002490*----------------------------------------------------------------
002500     SELECT TRANSACTION-LOG-FILE ASSIGN TO DYNAMIC
002510         WS-TRANLOG-FILENAME
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS WS-TRANLOG-STATUS.
002540
002550*----------------------------------------------------------------
002560*    ERROR LOG - PRE-FLIGHT VALIDATION FAILURES
002570*----------------------------------------------------------------
002580     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
002590         WS-ERRLOG-FILENAME
002600         ORGANIZATION IS LINE SEQUENTIAL
002610         FILE STATUS IS WS-ERRLOG-STATUS.
002620
002630*----------------------------------------------------------------
002640*    STEP LOG - ONE RECORD PER JOB STEP AS IT FINISHES
002650*----------------------------------------------------------------
002660     SELECT STEP-LOG-FILE ASSIGN TO DYNAMIC
002670         WS-STEPLOG-FILENAME
002680         ORGANIZATION IS LINE SEQUENTIAL
002690         FILE STATUS IS WS-STEPLOG-STATUS.
002700
002710*----------------------------------------------------------------
002720*    CHECKPOINT FILE - ONE RECORD PER PROCESSING STEP
002730*----------------------------------------------------------------
002740     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
002750         WS-CKPT-FILENAME
002760         ORGANIZATION IS INDEXED
002770         ACCESS MODE IS DYNAMIC
002780         RECORD KEY IS CKPT-STEP-NUMBER
002790         FILE STATUS IS WS-CKPT-STATUS.
002800
002810*----------------------------------------------------------------
002820*    RUN LOCK - ONE RECORD WHILE A RUN IS IN PROGRESS, EMPTY
002830*    (OR ABSENT) OTHERWISE
002840*----------------------------------------------------------------
002850     SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC
002860         WS-RUNLOCK-FILENAME
002870         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-RUNLOCK-STATUS.
002890
002900*----------------------------------------------------------------
002910*    LOCK WORK - THE PROCESS ID HANDED BACK BY THE SHELL WHEN THE
002920*    RUN LOCK IS TAKEN
002930*----------------------------------------------------------------
002940     SELECT LOCK-WORK-FILE ASSIGN TO DYNAMIC
002950         WS-LOCKWORK-FILENAME
002960         ORGANIZATION IS LINE SEQUENTIAL
002970         FILE STATUS IS WS-LOCKWORK-STATUS.
002980
002990*----------------------------------------------------------------
003000*    IMAGE CONVERSION MANIFEST - IMAGE PATH / OUTPUT NAME PAIRS
003010*----------------------------------------------------------------
003020     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC
003030         WS-MANIFEST-FILENAME
003040         ORGANIZATION IS LINE SEQUENTIAL
003050         FILE STATUS IS WS-MANIFEST-STATUS.
003060
003070*----------------------------------------------------------------
003080*    CONVERSION PROFILES - OPTIONAL, ONE ROW PER NAMED RENDITION
003090*----------------------------------------------------------------
003100     SELECT CONVERSION-PROFILE-FILE ASSIGN TO DYNAMIC
003110         WS-CONVPROF-FILENAME
003120         ORGANIZATION IS LINE SEQUENTIAL
003130         FILE STATUS IS WS-CONVPROF-STATUS.
003140
003150*----------------------------------------------------------------
003160*    REJECTED MANIFEST ENTRIES - MANIFEST LAYOUT PLUS THE
003170*    FAILING COMPLETION CODE, AN ATTEMPT COUNT AND THE RUN ID
003180*    AND TIME OF THE RUN THAT ROUTED THE ENTRY
003190*----------------------------------------------------------------
003200     SELECT REJECTS-FILE ASSIGN TO DYNAMIC
003210         WS-REJECTS-FILENAME
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS WS-REJECTS-STATUS.
003240
003250*----------------------------------------------------------------
003260*    WORK FILE FOR THE REJECTS THAT SURVIVE A RETRY RUN
003270*----------------------------------------------------------------
003280     SELECT REJECT-WORK-FILE ASSIGN TO DYNAMIC
003290         WS-REJWORK-FILENAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003310         FILE STATUS IS WS-REJWORK-STATUS.
003320
003330*----------------------------------------------------------------
003340*    ENTRIES THAT EXHAUSTED THE RETRY LIMIT
003350*----------------------------------------------------------------
003360     SELECT DEAD-LETTER-FILE ASSIGN TO DYNAMIC
003370         WS-DEADLTR-FILENAME
003380         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS WS-DEADLTR-STATUS.
003400
003410*----------------------------------------------------------------
003420*    RETRY LIMIT CONFIG - OPTIONAL, MAXIMUM ATTEMPTS PER ENTRY
003430*----------------------------------------------------------------
003440     SELECT RETRY-CONFIG-FILE ASSIGN TO DYNAMIC
003450         WS-RETRYCFG-FILENAME
003460         ORGANIZATION IS LINE SEQUENTIAL
003470         FILE STATUS IS WS-RETRYCFG-STATUS.
003480
003490*----------------------------------------------------------------
003500*    JOB STREAM CONTROL FILE - OPTIONAL, ONE RECORD PER STEP
003510*----------------------------------------------------------------
003520     SELECT JOB-STREAM-FILE ASSIGN TO DYNAMIC
003530         WS-JOBSTRM-FILENAME
003540         ORGANIZATION IS LINE SEQUENTIAL
003550         FILE STATUS IS WS-JOBSTRM-STATUS.
003560
003570*----------------------------------------------------------------
003580*    SNIPPET SUBSTITUTION PARAMETERS - OPTIONAL NAME=VALUE PAIRS
003590*----------------------------------------------------------------
003600     SELECT SNIPPET-PARM-FILE ASSIGN TO DYNAMIC
003610         WS-SNIPPARM-FILENAME
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-SNIPPARM-STATUS.
003640
003650*----------------------------------------------------------------
003660*    WORKER COUNT CONFIG - OPTIONAL, CONCURRENT CONVERSIONS
003670*----------------------------------------------------------------
003680     SELECT WORKER-CONFIG-FILE ASSIGN TO DYNAMIC
003690         WS-WRKRCFG-FILENAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS WS-WRKRCFG-STATUS.
003720
003730*----------------------------------------------------------------
003740*    PER-WORKER COMPLETION CODE FILE, OPENED AGAINST WHATEVER
003750*    NAME IS SITTING IN WS-WORKER-RC-FILENAME
003760*----------------------------------------------------------------
003770     SELECT WORKER-RC-FILE ASSIGN TO DYNAMIC
003780         WS-WORKER-RC-FILENAME
003790         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-WORKER-RC-STATUS.
003810
003820*----------------------------------------------------------------
003830*    OPERATOR ALERTS INTERFACE - ONE RECORD PER ROUTED ERROR
003840*----------------------------------------------------------------
003850     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
003860         WS-ALERTS-FILENAME
003870         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS WS-ALERTS-STATUS.
003890
003900*----------------------------------------------------------------
003910*    RUN HISTORY MASTER - ONE ROW PER RUN, KEYED BY RUN ID
003920*----------------------------------------------------------------
003930     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
003940         WS-RUNHIST-FILENAME
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS DYNAMIC
003970         RECORD KEY IS RH-RUN-ID
003980         FILE STATUS IS WS-RUNHIST-STATUS.
003990
004000*----------------------------------------------------------------
004010*    PRE-RUN AUDIT REPORT - DRYRUN MODE OUTPUT
004020*----------------------------------------------------------------
004030     SELECT AUDIT-REPORT-FILE ASSIGN TO DYNAMIC
004040         WS-AUDITRPT-FILENAME
004050         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-AUDITRPT-STATUS.
004070
004080*----------------------------------------------------------------
004090*    SNIPPET LIBRARY - NODE SOURCE KEPT OUTSIDE THE PROGRAM
004100*----------------------------------------------------------------
004110     SELECT SNIPPET-LIBRARY-FILE ASSIGN TO DYNAMIC
004120         WS-SNIPLIB-FILENAME
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS DYNAMIC
004150         RECORD KEY IS SL-SNIPPET-KEY
004160         FILE STATUS IS WS-SNIPLIB-STATUS.
004170
004180*----------------------------------------------------------------
004190*    SNIPPET RESULTS - CAPTURED OUTPUT PER RUN AND SNIPPET
004200*----------------------------------------------------------------
004210     SELECT SNIPPET-RESULT-FILE ASSIGN TO DYNAMIC
004220         WS-SNIPRSLT-FILENAME
004230         ORGANIZATION IS INDEXED
004240         ACCESS MODE IS DYNAMIC
004250         RECORD KEY IS SN-RESULT-KEY
004260         FILE STATUS IS WS-SNIPRSLT-STATUS.
004270
004280*----------------------------------------------------------------
004290*    EXPECTED SNIPPET OUTPUT - OPTIONAL, ONE ROW PER SNIPPET
004300*----------------------------------------------------------------
004310     SELECT SNIPPET-EXPECTED-FILE ASSIGN TO DYNAMIC
004320         WS-SNIPEXP-FILENAME
004330         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS DYNAMIC
004350         RECORD KEY IS SE-SNIPPET-NAME
004360         FILE STATUS IS WS-SNIPEXP-STATUS.
004370
004380*----------------------------------------------------------------
004390*    PROCESSED-IMAGE MASTER - PATH, SIZE AND CHECKSUM FROM THE
004400*    LAST SUCCESSFUL CONVERSION, READ BY THE MANGEN BUILDER
004410*----------------------------------------------------------------
004420     SELECT IMAGE-MASTER-FILE ASSIGN TO DYNAMIC
004430         WS-IMGMST-FILENAME
004440         ORGANIZATION IS INDEXED
004450         ACCESS MODE IS DYNAMIC
004460         RECORD KEY IS IM-IMAGE-PATH
004470         FILE STATUS IS WS-IMGMST-STATUS.
004480
004490*----------------------------------------------------------------
004500*    CHECKSUM WORK FILE - ONE LINE LEFT BY THE SHELL CKSUM CALL
004510*----------------------------------------------------------------
004520     SELECT IMAGE-WORK-FILE ASSIGN TO DYNAMIC
004530         WS-IMGWORK-FILENAME
004540         ORGANIZATION IS LINE SEQUENTIAL
004550         FILE STATUS IS WS-IMGWORK-STATUS.
004560
004570*----------------------------------------------------------------
004580*    OUTPUT CATALOG - ONE ROW PER CONVERTED OUTPUT FILE, KEYED BY
004590*    OUTPUT NAME, READ BY THE OUTCHK REPORT
004600*----------------------------------------------------------------
004610     SELECT OUTPUT-CATALOG-FILE ASSIGN TO DYNAMIC
004620         WS-OUTCAT-FILENAME
004630         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS DYNAMIC
004650         RECORD KEY IS OC-OUTPUT-NAME
004660         FILE STATUS IS WS-OUTCAT-STATUS.
004670
004680*----------------------------------------------------------------
004690*    SERVER REGISTRY - ONE ROW PER SERVER INSTANCE STARTED
004700*----------------------------------------------------------------
004710     SELECT SERVER-REGISTRY-FILE ASSIGN TO DYNAMIC
004720         WS-SRVREG-FILENAME
004730         ORGANIZATION IS LINE SEQUENTIAL
004740         FILE STATUS IS WS-SRVREG-STATUS.
004750
004760*----------------------------------------------------------------
004770*    SERVER PORT CONFIG - OPTIONAL, USED WHEN NO PARM IS GIVEN
004780*----------------------------------------------------------------
004790     SELECT SERVER-CONFIG-FILE ASSIGN TO DYNAMIC
004800         WS-SRVCFG-FILENAME
004810         ORGANIZATION IS LINE SEQUENTIAL
004820         FILE STATUS IS WS-SRVCFG-STATUS.
004830
004840*----------------------------------------------------------------
004850*    SERVICE CATALOG - OPTIONAL, ONE ROW PER NAMED NODE SERVICE
004860*----------------------------------------------------------------
004870     SELECT SERVICE-CATALOG-FILE ASSIGN TO DYNAMIC
004880         WS-SRVCAT-FILENAME
004890         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SRVCAT-STATUS.
004910
004920*----------------------------------------------------------------
004930*    SNIPPET NAME CONFIG - OPTIONAL, USED WHEN NO PARM IS GIVEN
004940*----------------------------------------------------------------
004950     SELECT SNIPPET-NAME-CONFIG-FILE ASSIGN TO DYNAMIC
004960         WS-SNIPCFG-FILENAME
004970         ORGANIZATION IS LINE SEQUENTIAL
004980         FILE STATUS IS WS-SNIPCFG-STATUS.
004990
005000*----------------------------------------------------------------
005010*    END OF RUN SUMMARY REPORT
005020*----------------------------------------------------------------
005030     SELECT SUMMARY-REPORT-FILE ASSIGN TO DYNAMIC
005040         WS-SUMRPT-FILENAME
005050         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-SUMRPT-STATUS.
005070
005080*----------------------------------------------------------------
005090*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
005100*    PREFIX SELECTED BY AN ENV= PARM.  THIS IS THE ONE FILE IN
005110*    THE SUITE THAT ALWAYS KEEPS ITS BARE NAME.
005120*----------------------------------------------------------------
005130     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
005140         ORGANIZATION IS LINE SEQUENTIAL
005150         FILE STATUS IS WS-ENVPROF-STATUS.
005160
005170*----------------------------------------------------------------
005180*    GENERIC PRE-FLIGHT CHECK - OPENED/CLOSED AGAINST WHATEVER
005190*    SCRIPT OR IMAGE PATH IS SITTING IN WS-SCRIPT-CHECK-FILENAME
005200*----------------------------------------------------------------
005210     SELECT SCRIPT-CHECK-FILE ASSIGN TO DYNAMIC
005220         WS-SCRIPT-CHECK-FILENAME
005230         ORGANIZATION IS LINE SEQUENTIAL
005240         FILE STATUS IS WS-SCRIPT-CHECK-STATUS.
005250
005260 DATA DIVISION.
005270 FILE SECTION.
005280 FD  ENV-PROFILE-FILE.
005290 01  ENV-PROFILE-RECORD.
005300     05  EV-ENV-NAME                 PIC X(08).
005310     05  FILLER                      PIC X(01).
005320     05  EV-PREFIX                   PIC X(20).
005330
005340 FD  TRANSACTION-LOG-FILE.
005350 01  TRANSACTION-LOG-RECORD.
005360     05  TL-TIMESTAMP                PIC X(20).
005370     05  FILLER                      PIC X(01)  VALUE SPACE.
005380     05  TL-PROGRAM-NAME             PIC X(16).
005390     05  FILLER                      PIC X(01)  VALUE SPACE.
005400     05  TL-SCRIPT-OR-CODE           PIC X(100).
005410     05  FILLER                      PIC X(01)  VALUE SPACE.
005420     05  TL-COMPLETION-CODE          PIC -(5)9.
005430     05  FILLER                      PIC X(01)  VALUE SPACE.
005440     05  TL-RUN-ID                   PIC X(16).
005450
005460 FD  ERROR-LOG-FILE.
005470 01  ERROR-LOG-RECORD.
005480     05  EL-TIMESTAMP                PIC X(20).
005490     05  FILLER                      PIC X(01)  VALUE SPACE.
005500     05  EL-STEP-NAME                PIC X(16).
005510     05  FILLER                      PIC X(01)  VALUE SPACE.
005520     05  EL-ERROR-CODE               PIC 9(04).
005530     05  FILLER                      PIC X(01)  VALUE SPACE.
005540     05  EL-SCRIPT-PATH              PIC X(80).
005550     05  FILLER                      PIC X(01)  VALUE SPACE.
005560     05  EL-ERROR-MESSAGE            PIC X(60).
005570     05  FILLER                      PIC X(01)  VALUE SPACE.
005580     05  EL-RUN-ID                   PIC X(16).
005590
005600 FD  STEP-LOG-FILE.
005610 01  STEP-LOG-RECORD.
005620     05  SG-TIMESTAMP                PIC X(20).
005630     05  FILLER                      PIC X(01)  VALUE SPACE.
005640     05  SG-STEP-NUMBER              PIC 9(02).
005650     05  FILLER                      PIC X(01)  VALUE SPACE.
005660     05  SG-STEP-TYPE                PIC X(08).
005670     05  FILLER                      PIC X(01)  VALUE SPACE.
005680     05  SG-STEP-STATUS              PIC X(08).
005690     05  FILLER                      PIC X(01)  VALUE SPACE.
005700     05  SG-PARAMETER                PIC X(60).
005710     05  FILLER                      PIC X(01)  VALUE SPACE.
005720     05  SG-RUN-ID                   PIC X(16).
005730
005740 FD  CHECKPOINT-FILE.
005750 01  CHECKPOINT-RECORD.
005760     05  CKPT-STEP-NUMBER            PIC 9(02).
005770     05  CKPT-STEP-NAME              PIC X(20).
005780     05  CKPT-COMPLETION-STATUS      PIC X(01).
005790         88  CKPT-STEP-COMPLETE              VALUE "C".
005800         88  CKPT-STEP-BYPASSED              VALUE "S".
005810     05  CKPT-TIMESTAMP              PIC X(20).
005820
005830 FD  RUN-LOCK-FILE.
005840 01  RUN-LOCK-RECORD.
005850     05  RL-RUN-ID                   PIC X(16).
005860     05  FILLER                      PIC X(01).
005870     05  RL-PROGRAM                  PIC X(08).
005880     05  FILLER                      PIC X(01).
005890     05  RL-PROCESS-ID               PIC 9(09).
005900     05  FILLER                      PIC X(01).
005910     05  RL-START-TIMESTAMP          PIC X(20).
005920
005930 FD  LOCK-WORK-FILE.
005940 01  LOCK-WORK-RECORD.
005950     05  LW-PROCESS-ID               PIC 9(10).
005960
005970 FD  MANIFEST-FILE.
005980 01  MANIFEST-RECORD.
005990     05  MF-IMAGE-PATH               PIC X(80).
006000     05  MF-OUTPUT-NAME              PIC X(40).
006010     05  FILLER                      PIC X(01).
006020     05  MF-PROFILE-NAME             PIC X(08).
006030
006040 FD  CONVERSION-PROFILE-FILE.
006050 01  CONVERSION-PROFILE-RECORD.
006060     05  CP-PROFILE-NAME             PIC X(08).
006070     05  FILLER                      PIC X(01).
006080     05  CP-GROUP-NAME               PIC X(08).
006090     05  FILLER                      PIC X(01).
006100     05  CP-SCRIPT                   PIC X(80).
006110     05  FILLER                      PIC X(01).
006120     05  CP-FORMAT                   PIC X(08).
006130     05  FILLER                      PIC X(01).
006140     05  CP-WIDTH                    PIC X(05).
006150     05  FILLER                      PIC X(01).
006160     05  CP-QUALITY                  PIC X(03).
006170     05  FILLER                      PIC X(01).
006180     05  CP-SUFFIX                   PIC X(16).
006190
006200 FD  REJECTS-FILE.
006210 01  REJECT-RECORD.
006220     05  RJ-IMAGE-PATH               PIC X(80).
006230     05  RJ-OUTPUT-NAME              PIC X(40).
006240     05  RJ-COMPLETION-CODE          PIC X(06).
006250     05  FILLER                      PIC X(01).
006260     05  RJ-ATTEMPT-COUNT            PIC 9(02).
006270     05  FILLER                      PIC X(01).
006280     05  RJ-RUN-ID                   PIC X(16).
006290     05  FILLER                      PIC X(01).
006300     05  RJ-TIMESTAMP                PIC X(20).
006310     05  FILLER                      PIC X(01).
006320     05  RJ-PROFILE-NAME             PIC X(08).
006330
006340 FD  REJECT-WORK-FILE.
006350 01  REJECT-WORK-RECORD              PIC X(176).
006360
006370 FD  DEAD-LETTER-FILE.
006380 01  DEAD-LETTER-RECORD              PIC X(176).
006390
006400 FD  RETRY-CONFIG-FILE.
006410 01  RETRY-CONFIG-RECORD.
006420     05  RT-MAX-ATTEMPTS             PIC 9(02).
006430
006440 FD  JOB-STREAM-FILE.
006450 01  JOB-STREAM-RECORD.
006460     05  JS-STEP-TYPE                PIC X(08).
006470     05  FILLER                      PIC X(01).
006480     05  JS-PARAMETER                PIC X(80).
006490     05  FILLER                      PIC X(01).
006500     05  JS-CONDITION                PIC X(08).
006510     05  FILLER                      PIC X(01).
006520     05  JS-COND-STEP                PIC X(02).
006530
006540 FD  SNIPPET-PARM-FILE.
006550 01  SNIPPET-PARM-RECORD             PIC X(60).
006560
006570 FD  WORKER-CONFIG-FILE.
006580 01  WORKER-CONFIG-RECORD.
006590     05  WC-WORKER-COUNT             PIC 9(02).
006600
006610 FD  WORKER-RC-FILE.
006620 01  WORKER-RC-RECORD                PIC X(06).
006630
006640 FD  ALERTS-FILE.
006650 01  ALERTS-RECORD.
006660     05  AL-TIMESTAMP                PIC X(20).
006670     05  FILLER                      PIC X(01).
006680     05  AL-SEVERITY                 PIC 9(01).
006690     05  FILLER                      PIC X(01).
006700     05  AL-DESTINATION              PIC X(16).
006710     05  FILLER                      PIC X(01).
006720     05  AL-ERROR-CODE               PIC 9(04).
006730     05  FILLER                      PIC X(01).
006740     05  AL-STEP-NAME                PIC X(16).
006750     05  FILLER                      PIC X(01).
006760     05  AL-MESSAGE                  PIC X(60).
006770     05  FILLER                      PIC X(01).
006780     05  AL-RUN-ID                   PIC X(16).
006790
006800 FD  RUN-HISTORY-FILE.
006810 01  RUN-HISTORY-RECORD.
006820     05  RH-RUN-ID                   PIC X(16).
006830     05  RH-START-TIMESTAMP          PIC X(20).
006840     05  RH-END-TIMESTAMP            PIC X(20).
006850     05  RH-STEP1-STATUS             PIC X(08).
006860     05  RH-STEP2-STATUS             PIC X(08).
006870     05  RH-STEP3-STATUS             PIC X(08).
006880*    RH-WORKER-COUNT TAKES THE HIGH-ORDER DIGIT OF WHAT WAS A
006890*    9(08) STEP 2 ELAPSED FIELD, SO THE RECORD STAYS 111 BYTES.
006900*    ELAPSED CENTISECONDS NEVER REACH 8,640,000, SO ROWS WRITTEN
006910*    BEFORE THE WORKER COUNT WAS KEPT READ BACK AS WORKER COUNT 0.
006920     05  RH-WORKER-COUNT             PIC 9(01).
006930     05  RH-STEP2-ELAPSED            PIC 9(07).
006940     05  RH-IMAGE-COUNT              PIC 9(05).
006950     05  RH-IMAGE-SUCCESS            PIC 9(05).
006960     05  RH-SNIPPET-NAME             PIC X(08).
006970     05  RH-PORT                     PIC 9(05).
006980
006990 FD  AUDIT-REPORT-FILE.
007000 01  AUDIT-REPORT-RECORD             PIC X(100).
007010
007020 FD  SNIPPET-LIBRARY-FILE.
007030 01  SNIPPET-LIBRARY-RECORD.
007040     05  SL-SNIPPET-KEY.
007050         10  SL-SNIPPET-NAME         PIC X(08).
007060         10  SL-SEQUENCE-NUMBER      PIC 9(03).
007070     05  SL-PAYLOAD                  PIC X(100).
007080
007090 FD  SNIPPET-RESULT-FILE.
007100 01  SNIPPET-RESULT-RECORD.
007110     05  SN-RESULT-KEY.
007120         10  SN-RUN-ID               PIC X(16).
007130         10  SN-SNIPPET-NAME         PIC X(08).
007140     05  SN-TIMESTAMP                PIC X(20).
007150     05  SN-COMPLETION-CODE          PIC S9(04).
007160     05  SN-OUTPUT                   PIC X(500).
007170
007180 FD  SNIPPET-EXPECTED-FILE.
007190 01  SNIPPET-EXPECTED-RECORD.
007200     05  SE-SNIPPET-NAME             PIC X(08).
007210     05  SE-EXPECTED-OUTPUT          PIC X(500).
007220
007230 FD  IMAGE-MASTER-FILE.
007240 01  IMAGE-MASTER-RECORD.
007250     05  IM-IMAGE-PATH               PIC X(80).
007260     05  IM-CHECKSUM                 PIC 9(10).
007270     05  IM-SIZE                     PIC 9(10).
007280     05  IM-LAST-CONVERTED           PIC X(20).
007290
007300 FD  IMAGE-WORK-FILE.
007310 01  IMAGE-WORK-RECORD.
007320     05  IW-CHECKSUM                 PIC X(10).
007330     05  FILLER                      PIC X(01).
007340     05  IW-SIZE                     PIC X(10).
007350
007360 FD  OUTPUT-CATALOG-FILE.
007370 01  OUTPUT-CATALOG-RECORD.
007380     05  OC-OUTPUT-NAME              PIC X(40).
007390     05  OC-IMAGE-PATH               PIC X(80).
007400     05  OC-SOURCE-CHECKSUM          PIC 9(10).
007410     05  OC-OUTPUT-SIZE              PIC 9(10).
007420     05  OC-RUN-ID                   PIC X(16).
007430     05  OC-TIMESTAMP                PIC X(20).
007440
007450 FD  SERVER-REGISTRY-FILE.
007460 01  SERVER-REGISTRY-RECORD.
007470     05  SR-HOST                     PIC X(30).
007480     05  FILLER                      PIC X(01)  VALUE SPACE.
007490     05  SR-PORT                     PIC 9(05).
007500     05  FILLER                      PIC X(01)  VALUE SPACE.
007510     05  SR-START-TIMESTAMP          PIC X(20).
007520     05  FILLER                      PIC X(01)  VALUE SPACE.
007530     05  SR-PROCESS-ID               PIC 9(09).
007540     05  FILLER                      PIC X(01)  VALUE SPACE.
007550     05  SR-STATUS                   PIC X(10).
007560     05  FILLER                      PIC X(01)  VALUE SPACE.
007570     05  SR-LAST-CHECKED             PIC X(20).
007580     05  FILLER                      PIC X(01)  VALUE SPACE.
007590     05  SR-SERVICE-NAME             PIC X(08).
007600
007610 FD  SERVER-CONFIG-FILE.
007620 01  SERVER-CONFIG-RECORD.
007630     05  SC-PORT-VALUE               PIC 9(05).
007640
007650 FD  SERVICE-CATALOG-FILE.
007660 01  SERVICE-CATALOG-RECORD.
007670     05  SV-SERVICE-NAME             PIC X(08).
007680     05  FILLER                      PIC X(01).
007690     05  SV-SCRIPT                   PIC X(80).
007700     05  FILLER                      PIC X(01).
007710     05  SV-DEFAULT-PORT             PIC X(05).
007720     05  FILLER                      PIC X(01).
007730     05  SV-HOST                     PIC X(30).
007740     05  FILLER                      PIC X(01).
007750     05  SV-HEALTH-PATH              PIC X(40).
007760     05  FILLER                      PIC X(01).
007770     05  SV-INSTANCE-RULE            PIC X(01).
007780
007790 FD  SNIPPET-NAME-CONFIG-FILE.
007800 01  SNIPPET-NAME-CONFIG-RECORD.
007810     05  SNC-SNIPPET-NAME            PIC X(08).
007820
007830 FD  SUMMARY-REPORT-FILE.
007840 01  SUMMARY-REPORT-RECORD           PIC X(100).
007850
007860 FD  SCRIPT-CHECK-FILE.
007870 01  SCRIPT-CHECK-RECORD             PIC X(200).
007880
007890 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
007910*    FILE STATUS FIELDS
007920*----------------------------------------------------------------
007930 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
007940 01  WS-TRANLOG-STATUS               PIC X(02)  VALUE "00".
007950 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
007960 01  WS-STEPLOG-STATUS               PIC X(02)  VALUE "00".
007970 01  WS-CKPT-STATUS                  PIC X(02)  VALUE "00".
007980 01  WS-RUNLOCK-STATUS               PIC X(02)  VALUE "00".
007990 01  WS-LOCKWORK-STATUS              PIC X(02)  VALUE "00".
008000 01  WS-MANIFEST-STATUS              PIC X(02)  VALUE "00".
008010 01  WS-CONVPROF-STATUS              PIC X(02)  VALUE "00".
008020 01  WS-REJECTS-STATUS               PIC X(02)  VALUE "00".
008030 01  WS-REJWORK-STATUS               PIC X(02)  VALUE "00".
008040 01  WS-DEADLTR-STATUS               PIC X(02)  VALUE "00".
008050 01  WS-RETRYCFG-STATUS              PIC X(02)  VALUE "00".
008060 01  WS-JOBSTRM-STATUS               PIC X(02)  VALUE "00".
008070 01  WS-SNIPPARM-STATUS              PIC X(02)  VALUE "00".
008080 01  WS-WRKRCFG-STATUS               PIC X(02)  VALUE "00".
008090 01  WS-WORKER-RC-STATUS             PIC X(02)  VALUE "00".
008100 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
008110 01  WS-RUNHIST-STATUS               PIC X(02)  VALUE "00".
008120 01  WS-AUDITRPT-STATUS              PIC X(02)  VALUE "00".
008130 01  WS-SNIPLIB-STATUS               PIC X(02)  VALUE "00".
008140 01  WS-SNIPRSLT-STATUS              PIC X(02)  VALUE "00".
008150 01  WS-SNIPEXP-STATUS               PIC X(02)  VALUE "00".
008160 01  WS-IMGMST-STATUS                PIC X(02)  VALUE "00".
008170 01  WS-IMGWORK-STATUS               PIC X(02)  VALUE "00".
008180 01  WS-OUTCAT-STATUS                PIC X(02)  VALUE "00".
008190 01  WS-SRVREG-STATUS                PIC X(02)  VALUE "00".
008200 01  WS-SRVCFG-STATUS                PIC X(02)  VALUE "00".
008210 01  WS-SRVCAT-STATUS                PIC X(02)  VALUE "00".
008220 01  WS-SNIPCFG-STATUS               PIC X(02)  VALUE "00".
008230 01  WS-SUMRPT-STATUS                PIC X(02)  VALUE "00".
008240 01  WS-SCRIPT-CHECK-STATUS          PIC X(02)  VALUE "00".
008250
008260*----------------------------------------------------------------
008270*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
008280*    BUILT FROM THE PROFILE PREFIX AT INITIALIZE TIME.  WITH NO
008290*    ENV= PARM THE PREFIX IS BLANK AND THE BARE NAMES ARE USED,
008300*    EXACTLY AS BEFORE.
008310*----------------------------------------------------------------
008320 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
008330 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
008340 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
008350 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
008360 01  WS-TRANLOG-FILENAME             PIC X(80) VALUE "TRANLOG".
008370 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
008380 01  WS-STEPLOG-FILENAME             PIC X(80) VALUE "STEPLOG".
008390 01  WS-CKPT-FILENAME                PIC X(80) VALUE "CKPTFILE".
008400 01  WS-RUNLOCK-FILENAME             PIC X(80) VALUE "RUNLOCK".
008410 01  WS-LOCKWORK-FILENAME            PIC X(80) VALUE "LOCKWORK".
008420 01  WS-REJECTS-FILENAME             PIC X(80) VALUE "REJECTS".
008430 01  WS-REJWORK-FILENAME             PIC X(80) VALUE "REJWORK".
008440 01  WS-DEADLTR-FILENAME             PIC X(80) VALUE "DEADLTR".
008450 01  WS-RETRYCFG-FILENAME            PIC X(80) VALUE "RETRYCFG".
008460 01  WS-JOBSTRM-FILENAME             PIC X(80) VALUE "JOBSTRM".
008470 01  WS-SNIPPARM-FILENAME            PIC X(80) VALUE "SNIPPARM".
008480 01  WS-WRKRCFG-FILENAME             PIC X(80) VALUE "WRKRCFG".
008490 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
008500 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
008510 01  WS-AUDITRPT-FILENAME            PIC X(80) VALUE "AUDITRPT".
008520 01  WS-SNIPLIB-FILENAME             PIC X(80) VALUE "SNIPLIB".
008530 01  WS-SNIPRSLT-FILENAME            PIC X(80) VALUE "SNIPRSLT".
008540 01  WS-SNIPEXP-FILENAME             PIC X(80) VALUE "SNIPEXP".
008550 01  WS-SRVREG-FILENAME              PIC X(80) VALUE "SRVREG".
008560 01  WS-SRVCFG-FILENAME              PIC X(80) VALUE "SRVCFG".
008570 01  WS-SRVCAT-FILENAME              PIC X(80) VALUE "SRVCAT".
008580 01  WS-SNIPCFG-FILENAME             PIC X(80) VALUE "SNIPCFG".
008590 01  WS-SUMRPT-FILENAME              PIC X(80) VALUE "SUMRPT".
008600 01  WS-IMGMST-FILENAME              PIC X(80) VALUE "IMGMST".
008610 01  WS-IMGWORK-FILENAME             PIC X(80) VALUE "IMGWORK".
008620 01  WS-OUTCAT-FILENAME              PIC X(80) VALUE "OUTCAT".
008630 01  WS-CONVPROF-FILENAME            PIC X(80) VALUE "CONVPROF".
008640 01  WS-PARM-TOKEN-TABLE.
008650     05  WS-PARM-TOKEN               PIC X(12) OCCURS 5 TIMES.
008660
008670*----------------------------------------------------------------
008680*    SWITCHES
008690*----------------------------------------------------------------
008700 77  WS-NODE-RUNTIME-SW              PIC X(01)  VALUE "N".
008710     88  WS-NODE-RUNTIME-OK                      VALUE "Y".
008720 77  WS-CKPT-FILE-AVAILABLE-SW       PIC X(01)  VALUE "N".
008730     88  WS-CKPT-FILE-AVAILABLE                  VALUE "Y".
008740 77  WS-SNIPLIB-AVAILABLE-SW         PIC X(01)  VALUE "N".
008750     88  WS-SNIPLIB-AVAILABLE                    VALUE "Y".
008760 77  WS-STEP-ALREADY-DONE-SW         PIC X(01)  VALUE "N".
008770     88  WS-STEP-ALREADY-DONE                    VALUE "Y".
008780 77  WS-MANIFEST-EOF-SW              PIC X(01)  VALUE "N".
008790     88  WS-MANIFEST-EOF                         VALUE "Y".
008800 77  WS-SNIPPET-EOF-SW               PIC X(01)  VALUE "N".
008810     88  WS-SNIPPET-EOF                          VALUE "Y".
008820 77  WS-SNIPPET-OVERFLOW-SW          PIC X(01)  VALUE "N".
008830     88  WS-SNIPPET-OVERFLOW                     VALUE "Y".
008840 77  WS-SCRIPT-CHECK-BINARY-SW       PIC X(01)  VALUE "N".
008850     88  WS-SCRIPT-CHECK-BINARY                  VALUE "Y".
008860 77  WS-VALIDATION-OK-SW             PIC X(01)  VALUE "N".
008870     88  WS-VALIDATION-OK                        VALUE "Y".
008880 77  WS-RETRY-MODE-SW                PIC X(01)  VALUE "N".
008890     88  WS-RETRY-MODE                           VALUE "Y".
008900 77  WS-ENTRY-FILES-OK-SW            PIC X(01)  VALUE "N".
008910     88  WS-ENTRY-FILES-OK                       VALUE "Y".
008920 77  WS-REJWORK-EOF-SW               PIC X(01)  VALUE "N".
008930     88  WS-REJWORK-EOF                          VALUE "Y".
008940 77  WS-REJECTS-OPENED-SW            PIC X(01)  VALUE "N".
008950     88  WS-REJECTS-OPENED                       VALUE "Y".
008960 77  WS-RETRY-PASS-DONE-SW           PIC X(01)  VALUE "N".
008970     88  WS-RETRY-PASS-DONE                      VALUE "Y".
008980 77  WS-JOBSTRM-LOADED-SW            PIC X(01)  VALUE "N".
008990     88  WS-JOBSTRM-LOADED                       VALUE "Y".
009000 77  WS-JOBSTRM-EOF-SW               PIC X(01)  VALUE "N".
009010     88  WS-JOBSTRM-EOF                          VALUE "Y".
009020 77  WS-SNIPPARM-EOF-SW              PIC X(01)  VALUE "N".
009030     88  WS-SNIPPARM-EOF                         VALUE "Y".
009040 77  WS-SUB-FAILED-SW                PIC X(01)  VALUE "N".
009050     88  WS-SUB-FAILED                           VALUE "Y".
009060 77  WS-SUB-DONE-SW                  PIC X(01)  VALUE "N".
009070     88  WS-SUB-DONE                             VALUE "Y".
009080 77  WS-SYM-END-SW                   PIC X(01)  VALUE "N".
009090     88  WS-SYM-END                              VALUE "Y".
009100 77  WS-SYM-FOUND-SW                 PIC X(01)  VALUE "N".
009110     88  WS-SYM-FOUND                            VALUE "Y".
009120 77  WS-SCAN-DONE-SW                 PIC X(01)  VALUE "N".
009130     88  WS-SCAN-DONE                            VALUE "Y".
009140 77  WS-ROUTE-FOUND-SW               PIC X(01)  VALUE "N".
009150     88  WS-ROUTE-FOUND                          VALUE "Y".
009160 77  WS-DRYRUN-MODE-SW               PIC X(01)  VALUE "N".
009170     88  WS-DRYRUN-MODE                          VALUE "Y".
009180 77  WS-RUN-LOCK-HELD-SW             PIC X(01)  VALUE "N".
009190     88  WS-RUN-LOCK-HELD                        VALUE "Y".
009200 77  WS-CLEAR-LOCK-SW                PIC X(01)  VALUE "N".
009210     88  WS-CLEAR-LOCK-REQUESTED                 VALUE "Y".
009220 77  WS-LOCK-FOUND-SW                PIC X(01)  VALUE "N".
009230     88  WS-LOCK-FOUND                           VALUE "Y".
009240 77  WS-LOCK-STALE-SW                PIC X(01)  VALUE "N".
009250     88  WS-LOCK-STALE                           VALUE "Y".
009260 77  WS-RUN-REFUSED-SW               PIC X(01)  VALUE "N".
009270     88  WS-RUN-REFUSED                          VALUE "Y".
009280 77  WS-ONCALL-PAGED-SW              PIC X(01)  VALUE "N".
009290     88  WS-ONCALL-PAGED                         VALUE "Y".
009300 77  WS-OUTPUT-MISMATCH-SW           PIC X(01)  VALUE "N".
009310     88  WS-OUTPUT-MISMATCH                      VALUE "Y".
009320 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
009330     88  WS-ENVPROF-EOF                          VALUE "Y".
009340 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
009350     88  WS-ENV-FOUND                            VALUE "Y".
009360 77  WS-IMGMST-AVAILABLE-SW          PIC X(01)  VALUE "N".
009370     88  WS-IMGMST-AVAILABLE                     VALUE "Y".
009380 77  WS-OUTCAT-AVAILABLE-SW          PIC X(01)  VALUE "N".
009390     88  WS-OUTCAT-AVAILABLE                     VALUE "Y".
009400 77  WS-OUTCAT-FOUND-SW              PIC X(01)  VALUE "N".
009410     88  WS-OUTCAT-FOUND                         VALUE "Y".
009420 77  WS-CKSUM-FOUND-SW               PIC X(01)  VALUE "N".
009430     88  WS-CKSUM-FOUND                          VALUE "Y".
009440 77  WS-DUP-FOUND-SW                 PIC X(01)  VALUE "N".
009450     88  WS-DUP-FOUND                            VALUE "Y".
009460 77  WS-CONVPROF-EOF-SW              PIC X(01)  VALUE "N".
009470     88  WS-CONVPROF-EOF                         VALUE "Y".
009480 77  WS-PROFILE-FOUND-SW             PIC X(01)  VALUE "N".
009490     88  WS-PROFILE-FOUND                        VALUE "Y".
009500 77  WS-IMAGE-OK-SW                  PIC X(01)  VALUE "N".
009510     88  WS-IMAGE-OK                             VALUE "Y".
009520 77  WS-SRVCAT-EOF-SW                PIC X(01)  VALUE "N".
009530     88  WS-SRVCAT-EOF                           VALUE "Y".
009540 77  WS-SRVREG-EOF-SW                PIC X(01)  VALUE "N".
009550     88  WS-SRVREG-EOF                           VALUE "Y".
009560 77  WS-SERVICE-FOUND-SW             PIC X(01)  VALUE "Y".
009570     88  WS-SERVICE-FOUND                        VALUE "Y".
009580 77  WS-SERVER-CONFLICT-SW           PIC X(01)  VALUE "N".
009590     88  WS-SERVER-CONFLICT                      VALUE "Y".
009600 77  WS-STEP-PORT-SW                 PIC X(01)  VALUE "N".
009610     88  WS-STEP-PORT-APPLIED                    VALUE "Y".
009620 77  WS-DEFAULT-SCRIPT-SW            PIC X(01)  VALUE SPACE.
009630     88  WS-DEFAULT-SCRIPT-UNCHECKED         VALUE SPACE.
009640     88  WS-DEFAULT-SCRIPT-OK                VALUE "Y".
009650     88  WS-DEFAULT-SCRIPT-BAD               VALUE "N".
009660 77  WS-REND-NAME-LONG-SW            PIC X(01)  VALUE "N".
009670     88  WS-REND-NAME-LONG                   VALUE "Y".
009680 77  WS-TOKEN-SUB                    PIC 9(02)  COMP VALUE ZERO.
009690 77  WS-PARM-SLOT                    PIC 9(02)  COMP VALUE ZERO.
009700
009710*----------------------------------------------------------------
009720*    COUNTERS AND MISCELLANEOUS STANDALONE ITEMS
009730*----------------------------------------------------------------
009740 77  WS-MANIFEST-RECORD-COUNT        PIC 9(05)  COMP VALUE ZERO.
009750 77  WS-MANIFEST-SUCCESS-COUNT       PIC 9(05)  COMP VALUE ZERO.
009760 77  WS-SNIPPET-SEGMENTS-LOADED      PIC 9(02)  COMP VALUE ZERO.
009770 77  WS-STEP1-COMPLETION-CODE        PIC S9(04) COMP VALUE ZERO.
009780 77  WS-REJECT-COUNT                 PIC 9(05)  COMP VALUE ZERO.
009790 77  WS-DEAD-COUNT                   PIC 9(05)  COMP VALUE ZERO.
009800 77  WS-ENTRY-PRIOR-ATTEMPTS         PIC 9(02)  COMP VALUE ZERO.
009810 77  WS-RJ-NEW-ATTEMPTS              PIC 9(02)  COMP VALUE ZERO.
009820 77  WS-JOB-STEP-COUNT               PIC 9(02)  COMP VALUE ZERO.
009830 77  WS-JOB-SUB                      PIC 9(02)  COMP VALUE ZERO.
009840 77  WS-SYM-COUNT                    PIC 9(02)  COMP VALUE ZERO.
009850 77  WS-SYM-SUB                      PIC 9(02)  COMP VALUE ZERO.
009860 77  WS-SYM-MATCH                    PIC 9(02)  COMP VALUE ZERO.
009870 77  WS-SUB-IN-PTR                   PIC 9(04)  COMP VALUE ZERO.
009880 77  WS-SUB-OUT-PTR                  PIC 9(04)  COMP VALUE ZERO.
009890 77  WS-SUB-NAME-LEN                 PIC 9(02)  COMP VALUE ZERO.
009900 77  WS-SCAN-SUB                     PIC 9(02)  COMP VALUE ZERO.
009910 77  WS-SYM-CHAR-PTR                 PIC 9(04)  COMP VALUE ZERO.
009920 77  WS-SYM-SET-SUB                  PIC 9(02)  COMP VALUE ZERO.
009930 77  WS-BATCH-COUNT                  PIC 9(02)  COMP VALUE ZERO.
009940 77  WS-BATCH-SUB                    PIC 9(02)  COMP VALUE ZERO.
009950 77  WS-CMD-PTR                      PIC 9(04)  COMP VALUE ZERO.
009960 77  WS-TRIM-LEN                     PIC 9(02)  COMP VALUE ZERO.
009970 77  WS-ROUTE-SUB                    PIC 9(02)  COMP VALUE ZERO.
009980 77  WS-AUDIT-PASS-COUNT             PIC 9(03)  COMP VALUE ZERO.
009990 77  WS-AUDIT-FAIL-COUNT             PIC 9(03)  COMP VALUE ZERO.
010000 77  WS-AUDIT-ENTRY-COUNT            PIC 9(05)  COMP VALUE ZERO.
010010 77  WS-AUDIT-BAD-COUNT              PIC 9(05)  COMP VALUE ZERO.
010020 77  WS-OUTPUT-FAIL-COUNT            PIC 9(05)  COMP VALUE ZERO.
010030 77  WS-DUPLICATE-COUNT              PIC 9(05)  COMP VALUE ZERO.
010040 77  WS-OUTPUT-NAME-COUNT            PIC 9(04)  COMP VALUE ZERO.
010050 77  WS-OUTPUT-NAME-SUB              PIC 9(04)  COMP VALUE ZERO.
010060 77  WS-PROFILE-COUNT                PIC 9(02)  COMP VALUE ZERO.
010070 77  WS-PROFILE-SUB                  PIC 9(02)  COMP VALUE ZERO.
010080 77  WS-REND-COUNT                   PIC 9(02)  COMP VALUE ZERO.
010090 77  WS-REND-SUB                     PIC 9(02)  COMP VALUE ZERO.
010100 77  WS-AUDIT-PROFILE-BAD-COUNT      PIC 9(05)  COMP VALUE ZERO.
010110
010120*----------------------------------------------------------------
010130*    THE NODE.JS SNIPPET AND ITS CAPTURED OUTPUT
010140*----------------------------------------------------------------
010150 01  WS-DEFAULT-SNIPPET              PIC X(100)
010160            VALUE "console.log('Hello World!')".
010170 01  WS-SNIPPET-NAME                 PIC X(08) VALUE "HELLO".
010180
010190 01  NODEJS-CODE.
010200     05  NODEJS-CODE-SEGMENT         PIC X(100) OCCURS 40 TIMES.
010210
010220 01  NODEJS-OUTPUT                   PIC X(500) VALUE SPACES.
010230
010240*----------------------------------------------------------------
010250*    SCRIPT PATHS CALLED BY MAIN
010260*----------------------------------------------------------------
010270 01  WS-GRACE-HOPPER-SCRIPT          PIC X(80)
010280            VALUE "example/grace-hopper.js".
010290 01  WS-SERVER-SCRIPT                PIC X(80)
010300            VALUE "example/server.js".
010310 01  WS-SAMPLE-SERVER-SCRIPT         PIC X(80)
010320            VALUE "example/server.js".
010330 01  WS-SCRIPT-CHECK-FILENAME            PIC X(80) VALUE SPACES.
010340 01  WS-MANIFEST-FILENAME            PIC X(80)
010350            VALUE "MANIFEST".
010360
010370*----------------------------------------------------------------
010380*    HTTP SERVER PORT / REGISTRY FIELDS
010390*----------------------------------------------------------------
010400 01  WS-PORT-CONFIG                  PIC 9(05) VALUE 8000.
010410 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
010420 01  WS-PORT-PARM                    PIC X(05) VALUE SPACES.
010430 01  WS-SNIPPET-NAME-PARM            PIC X(08) VALUE SPACES.
010440 01  WS-MODE-PARM-1                  PIC X(08) VALUE SPACES.
010450 01  WS-MODE-PARM-2                  PIC X(08) VALUE SPACES.
010460 01  WS-SERVER-HOST                  PIC X(30) VALUE SPACES.
010470 01  WS-SERVER-PID                   PIC 9(09) VALUE ZERO.
010480 01  WS-OWN-PID                      PIC 9(09) VALUE ZERO.
010490 01  WS-LOCK-HOLDER                  PIC X(60) VALUE SPACES.
010500
010510*----------------------------------------------------------------
010520*    SERVICE CATALOG, LOADED FROM SRVCAT AT INITIALIZE TIME.
010530*    FIXED COLUMNS: SERVICE NAME (1-8), NODE SCRIPT (10-89, BLANK
010540*    MEANS SERVER.JS), DEFAULT PORT (91-95, FIVE DIGITS; BLANK
010550*    KEEPS THE CONFIGURED PORT), HOST (97-126), HEALTH-CHECK PATH
010560*    FOR SRVMON (128-167), INSTANCE RULE (169: S = ONE COPY AT A
010570*    TIME, THE DEFAULT; M = MANY COPIES ON DIFFERENT PORTS).
010580*    A SERVER STEP WITH NO SERVICE RUNS THE BUILT-IN SERVER.JS AS
010590*    SERVICE SAMPLE, WHICH MAY RUN MANY COPIES AS IT ALWAYS COULD.
010600*----------------------------------------------------------------
010610 01  WS-SERVICE-TABLE.
010620     05  WS-SERVICE-ENTRY OCCURS 30 TIMES.
010630         10  WV-SERVICE-NAME         PIC X(08).
010640         10  WV-SCRIPT               PIC X(80).
010650         10  WV-PORT                 PIC 9(05).
010660         10  WV-HOST                 PIC X(30).
010670         10  WV-HEALTH-PATH          PIC X(40).
010680         10  WV-INSTANCE-RULE        PIC X(01).
010690 77  WS-SERVICE-COUNT                PIC 9(02)  COMP VALUE ZERO.
010700 77  WS-SERVICE-SUB                  PIC 9(02)  COMP VALUE ZERO.
010710 01  WS-SERVICE-NAME                 PIC X(08) VALUE "SAMPLE".
010720 01  WS-SERVICE-INSTANCE-RULE        PIC X(01) VALUE "M".
010730     88  WS-SERVICE-SINGLE-INSTANCE            VALUE "S".
010740 01  WS-SERVICE-DEFAULT-PORT         PIC 9(05) VALUE ZERO.
010750 01  WS-JOB-PORT-CONFIG              PIC 9(05) VALUE ZERO.
010760 01  WS-CONFLICT-CODE                PIC 9(04) VALUE ZERO.
010770 01  WS-CONFLICT-MESSAGE             PIC X(60) VALUE SPACES.
010780 01  WS-CONFLICT-SERVICE             PIC X(08) VALUE SPACES.
010790 01  WS-CONFLICT-PORT                PIC 9(05) VALUE ZERO.
010800
010810*----------------------------------------------------------------
010820*    DRY-RUN AUDIT FIELDS
010830*----------------------------------------------------------------
010840 01  WS-AUDIT-CHECK-NAME             PIC X(40) VALUE SPACES.
010850 01  WS-AUDIT-RESULT                 PIC X(04) VALUE SPACES.
010860 01  WS-AUDIT-DETAIL                 PIC X(40) VALUE SPACES.
010870 01  WS-AUDIT-LINE                   PIC X(100) VALUE SPACES.
010880 01  WS-PORT-PROBE-COMMAND           PIC X(200) VALUE SPACES.
010890 01  WS-AUDIT-COUNT-DISPLAY          PIC ZZZZ9 VALUE ZERO.
010900 01  WS-AUDIT-BAD-DISPLAY            PIC ZZZZ9 VALUE ZERO.
010910
010920*----------------------------------------------------------------
010930*    ALERT ROUTING TABLE - ERROR-CODE RANGES MAPPED TO A
010940*    SEVERITY AND A DESTINATION.  SEVERITY 1 PAGES THE ON-CALL
010950*    IMMEDIATELY; EVERYTHING LANDS IN THE ALERTS FILE.  CODES
010960*    OUTSIDE EVERY RANGE DEFAULT TO SEVERITY 3, DESTINATION LOG.
010970*----------------------------------------------------------------
010980 01  WS-ALERT-ROUTING-VALUES.
010990     05  FILLER  PIC X(25) VALUE "900190011ONCALL          ".
011000     05  FILLER  PIC X(25) VALUE "901090122OPERATIONS      ".
011010     05  FILLER  PIC X(25) VALUE "902090212OPERATIONS      ".
011020     05  FILLER  PIC X(25) VALUE "903190313INFOLOG         ".
011030     05  FILLER  PIC X(25) VALUE "903290332OPERATIONS      ".
011040     05  FILLER  PIC X(25) VALUE "904190412OPERATIONS      ".
011050     05  FILLER  PIC X(25) VALUE "905190512OPERATIONS      ".
011060     05  FILLER  PIC X(25) VALUE "906190632OPERATIONS      ".
011070     05  FILLER  PIC X(25) VALUE "906590672OPERATIONS      ".
011080     05  FILLER  PIC X(25) VALUE "907190732OPERATIONS      ".
011090     05  FILLER  PIC X(25) VALUE "909190922OPERATIONS      ".
011100     05  FILLER  PIC X(25) VALUE "909390933INFOLOG         ".
011110 01  WS-ALERT-ROUTING-TABLE REDEFINES WS-ALERT-ROUTING-VALUES.
011120     05  WS-ROUTE-ENTRY OCCURS 12 TIMES.
011130         10  WS-ROUTE-LOW            PIC 9(04).
011140         10  WS-ROUTE-HIGH           PIC 9(04).
011150         10  WS-ROUTE-SEVERITY       PIC 9(01).
011160         10  WS-ROUTE-DEST           PIC X(16).
011170 01  WS-ALERT-SEVERITY               PIC 9(01) VALUE 3.
011180 01  WS-ALERT-DEST                   PIC X(16) VALUE SPACES.
011190 01  WS-NOTIFY-COMMAND               PIC X(200) VALUE SPACES.
011200
011210*----------------------------------------------------------------
011220*    PARALLEL WORKER DISPATCH FIELDS.  A BATCH OF UP TO EIGHT
011230*    VALIDATED ENTRIES IS RUN AS BACKGROUND WORKERS IN A SINGLE
011240*    SHELL CALL THAT WAITS FOR THEM ALL; EACH WORKER LEAVES ITS
011250*    COMPLETION CODE ZERO-PADDED IN ITS WORKNN.RC FILE.  THE RC
011260*    FILES ARE SEEDED WITH 999999 BEFORE THE DISPATCH SO A
011270*    WORKER THAT NEVER RAN CAN BE TOLD APART FROM A SUCCESS.
011280*----------------------------------------------------------------
011290 01  WS-WORKER-COUNT                 PIC 9(02) VALUE 1.
011300 01  WS-WORKER-COMMAND               PIC X(3000) VALUE SPACES.
011310 01  WS-WORKER-RC-FILENAME           PIC X(80) VALUE SPACES.
011320 01  WS-TRIM-FIELD                   PIC X(80) VALUE SPACES.
011330 01  WS-BATCH-SUB-DISPLAY            PIC 9(02) VALUE ZERO.
011340 01  WS-RC-DIGITS                    PIC 9(06) VALUE ZERO.
011350 01  WS-WORKER-BATCH-TABLE.
011360     05  WS-BATCH-ENTRY OCCURS 8 TIMES.
011370         10  WB-IMAGE-PATH           PIC X(80).
011380         10  WB-OUTPUT-NAME          PIC X(40).
011390         10  WB-PRIOR-ATTEMPTS       PIC 9(02) COMP.
011400         10  WB-PROFILE-NAME         PIC X(08).
011410         10  WB-PROFILE-SUB          PIC 9(02) COMP.
011420         10  WB-SCRIPT               PIC X(80).
011430         10  WB-REND-OUTPUT-NAME     PIC X(40).
011440         10  WB-FORMAT               PIC X(08).
011450         10  WB-WIDTH                PIC X(05).
011460         10  WB-QUALITY              PIC X(03).
011470
011480*----------------------------------------------------------------
011490*    SNIPPET SUBSTITUTION SYMBOLS.  THE FIRST TWO SLOTS ARE THE
011500*    BUILT-INS (&RUNDATE AND &PORT); THE REST COME FROM THE
011510*    SNIPPARM FILE.  FIRST MATCH WINS, SO THE BUILT-INS CANNOT
011520*    BE OVERRIDDEN BY A PARM RECORD.
011530*----------------------------------------------------------------
011540 01  WS-SYMBOL-TABLE.
011550     05  WS-SYM-ENTRY OCCURS 22 TIMES.
011560         10  WS-SYM-NAME             PIC X(16).
011570         10  WS-SYM-VALUE            PIC X(40).
011580         10  WS-SYM-LEN              PIC 9(02) COMP.
011590 01  WS-SYM-RAW-NAME                 PIC X(16) VALUE SPACES.
011600 01  WS-SYM-RAW-VALUE                PIC X(40) VALUE SPACES.
011610 01  WS-SUB-SYMBOL                   PIC X(16) VALUE SPACES.
011620 01  WS-SUB-SOURCE                   PIC X(4000) VALUE SPACES.
011630 01  WS-SUB-TARGET                   PIC X(4000) VALUE SPACES.
011640 01  WS-SUB-CHAR                     PIC X(01) VALUE SPACE.
011650 01  WS-PORT-EDITED                  PIC ZZZZ9 VALUE ZERO.
011660
011670*----------------------------------------------------------------
011680*    JOB STREAM STEP TABLE AND THE STEP CONTEXT SHARED BY THE
011690*    PROCESSING PARAGRAPHS.  WS-CURRENT-STEP-NUMBER KEYS THE
011700*    CHECKPOINT; WS-CURRENT-STEP-STATUS IS SET BY EACH STEP.
011710*----------------------------------------------------------------
011720 01  WS-JOB-STEP-TABLE.
011730     05  WS-JOB-STEP-ENTRY OCCURS 50 TIMES.
011740         10  WS-JOB-TYPE             PIC X(08).
011750         10  WS-JOB-PARM             PIC X(80).
011760         10  WS-JOB-STATUS           PIC X(08).
011770         10  WS-JOB-CONDITION        PIC X(08).
011780         10  WS-JOB-COND-STEP        PIC 9(02) COMP.
011790 01  WS-CURRENT-STEP-NUMBER          PIC 9(02) VALUE 1.
011800 01  WS-CURRENT-STEP-STATUS          PIC X(08) VALUE "PENDING ".
011810 01  WS-JOB-PORT-PARM                PIC X(05) VALUE SPACES.
011820 01  WS-PORT-SHIFT-WORK              PIC X(05) VALUE SPACES.
011830 01  WS-JOB-SUB-DISPLAY              PIC 9(02) VALUE ZERO.
011840 77  WS-STEP-BYPASSED-SW             PIC X(01) VALUE "N".
011850     88  WS-STEP-BYPASSED                        VALUE "Y".
011860 77  WS-COND-MET-SW                  PIC X(01) VALUE "N".
011870     88  WS-COND-MET                             VALUE "Y".
011880 77  WS-COND-REF-SUB                 PIC 9(02) COMP VALUE ZERO.
011890 77  WS-COND-SCAN-SUB                PIC 9(02) COMP VALUE ZERO.
011900
011910*----------------------------------------------------------------
011920*    REJECT / RETRY FIELDS.  THE BUILD AREA MATCHES THE REJECTS
011930*    RECORD BYTE FOR BYTE AND IS ALSO WRITTEN TO REJWORK AND
011940*    DEADLTR, WHICH SHARE THE LAYOUT.
011950*----------------------------------------------------------------
011960 01  WS-MAX-ATTEMPTS                 PIC 9(02) VALUE 3.
011970 01  WS-ENTRY-IMAGE-PATH             PIC X(80) VALUE SPACES.
011980 01  WS-ENTRY-OUTPUT-NAME            PIC X(40) VALUE SPACES.
011990 01  WS-REJECT-BUILD.
012000     05  WS-RJ-IMAGE-PATH            PIC X(80) VALUE SPACES.
012010     05  WS-RJ-OUTPUT-NAME           PIC X(40) VALUE SPACES.
012020     05  WS-RJ-COMPLETION-CODE       PIC -(5)9 VALUE ZERO.
012030     05  FILLER                      PIC X(01) VALUE SPACE.
012040     05  WS-RJ-ATTEMPT-DISPLAY       PIC 9(02) VALUE ZERO.
012050     05  FILLER                      PIC X(01) VALUE SPACE.
012060     05  WS-RJ-RUN-ID                PIC X(16) VALUE SPACES.
012070     05  FILLER                      PIC X(01) VALUE SPACE.
012080     05  WS-RJ-TIMESTAMP             PIC X(20) VALUE SPACES.
012090     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  WS-RJ-PROFILE-NAME          PIC X(08) VALUE SPACES.
012110
012120*----------------------------------------------------------------
012130*    CONVERSION PROFILES, LOADED FROM CONVPROF AT INITIALIZE TIME.
012140*    FIXED COLUMNS: PROFILE NAME (1-8), GROUP (10-17), NODE SCRIPT
012150*    (19-98, BLANK MEANS GRACE-HOPPER.JS), FORMAT (100-107), WIDTH
012160*    (109-113), QUALITY (115-117), OUTPUT SUFFIX (119-134).  A
012170*    MANIFEST ENTRY NAMES A PROFILE OR A GROUP IN COLUMNS 122-129;
012180*    A PROFILE NAME WINS OVER A GROUP OF THE SAME NAME, AND A
012190*    GROUP EXPANDS TO EVERY PROFILE CARRYING IT, IN FILE ORDER.
012200*    A RENDITION'S OUTPUT IS THE ENTRY'S OUTPUT NAME PLUS THE
012210*    PROFILE'S SUFFIX.
012220*    AN ENTRY WITH NO PROFILE IS ONE CONVERSION THROUGH
012230*    GRACE-HOPPER.JS UNDER ITS OWN OUTPUT NAME, AS IT ALWAYS WAS.
012240*    WR-PROFILE-SUB ZERO IS THAT CLASSIC CONVERSION, OR AN UNKNOWN
012250*    PROFILE WHEN THE ENTRY DOES NAME ONE.
012260*----------------------------------------------------------------
012270 01  WS-PROFILE-TABLE.
012280     05  WS-PROFILE-ENTRY OCCURS 50 TIMES.
012290         10  WP-PROFILE-NAME         PIC X(08).
012300         10  WP-GROUP-NAME           PIC X(08).
012310         10  WP-SCRIPT               PIC X(80).
012320         10  WP-FORMAT               PIC X(08).
012330         10  WP-WIDTH                PIC X(05).
012340         10  WP-QUALITY              PIC X(03).
012350         10  WP-SUFFIX               PIC X(16).
012360         10  WP-SCRIPT-STATE         PIC X(01).
012370             88  WP-SCRIPT-UNCHECKED         VALUE SPACE.
012380             88  WP-SCRIPT-OK                VALUE "Y".
012390             88  WP-SCRIPT-BAD               VALUE "N".
012400         10  WP-CONVERT-COUNT        PIC 9(05) COMP.
012410         10  WP-SUCCESS-COUNT        PIC 9(05) COMP.
012420 01  WS-RENDITION-TABLE.
012430     05  WR-PROFILE-SUB              PIC 9(02) COMP
012440                                    OCCURS 20 TIMES.
012450 01  WS-ENTRY-PROFILE-NAME           PIC X(08) VALUE SPACES.
012460 01  WS-REND-PROFILE-NAME            PIC X(08) VALUE SPACES.
012470 01  WS-REND-SCRIPT                  PIC X(80) VALUE SPACES.
012480 01  WS-REND-OUTPUT-NAME             PIC X(40) VALUE SPACES.
012490 01  WS-REND-FORMAT                  PIC X(08) VALUE SPACES.
012500 01  WS-REND-WIDTH                   PIC X(05) VALUE SPACES.
012510 01  WS-REND-QUALITY                 PIC X(03) VALUE SPACES.
012520 01  WS-SAVED-IMAGE-PATH             PIC X(80) VALUE SPACES.
012530 01  WS-SAVED-OUTPUT-NAME            PIC X(40) VALUE SPACES.
012540 01  WS-SAVED-PROFILE-NAME           PIC X(08) VALUE SPACES.
012550 01  WS-SAVED-PRIOR-ATTEMPTS         PIC 9(02) VALUE ZERO.
012560 01  WS-PROFILE-OK-DISPLAY           PIC ZZZZ9 VALUE ZERO.
012570 01  WS-PROFILE-ALL-DISPLAY          PIC ZZZZ9 VALUE ZERO.
012580
012590*----------------------------------------------------------------
012600*    OUTPUT VERIFICATION AND CATALOG FIELDS.  3510 CHECKSUMS
012610*    WHATEVER PATH IS IN WS-CKSUM-PATH; THE OUTPUT NAME TABLE
012620*    HOLDS EVERY OUTPUT NAME SEEN IN THE MANIFEST SO A SECOND
012630*    ENTRY FOR THE SAME OUTPUT IS CAUGHT BEFORE IT IS CONVERTED.
012640*----------------------------------------------------------------
012650 01  WS-CKSUM-PATH                   PIC X(80) VALUE SPACES.
012660 01  WS-CKSUM-VALUE                  PIC 9(10) VALUE ZERO.
012670 01  WS-CKSUM-SIZE                   PIC 9(10) VALUE ZERO.
012680 01  WS-SOURCE-CHECKSUM              PIC 9(10) VALUE ZERO.
012690 01  WS-OUTPUT-SIZE                  PIC 9(10) VALUE ZERO.
012700 01  WS-DUP-CHECK-NAME               PIC X(40) VALUE SPACES.
012710 01  WS-OUTPUT-NAME-TABLE.
012720     05  WS-OUTPUT-NAME-ENTRY        PIC X(40) OCCURS 1000 TIMES.
012730
012740*----------------------------------------------------------------
012750*    TIMESTAMP WORK AREA
012760*----------------------------------------------------------------
012770 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
012780 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
012790 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
012800 01  WS-STEP1-START-TIME             PIC 9(08) VALUE ZERO.
012810 01  WS-STEP1-END-TIME               PIC 9(08) VALUE ZERO.
012820 01  WS-STEP2-START-TIME             PIC 9(08) VALUE ZERO.
012830 01  WS-STEP2-END-TIME               PIC 9(08) VALUE ZERO.
012840 01  WS-STEP3-START-TIME             PIC 9(08) VALUE ZERO.
012850 01  WS-STEP3-END-TIME               PIC 9(08) VALUE ZERO.
012860 01  WS-RUN-ID                       PIC X(16) VALUE SPACES.
012870 01  WS-RUN-START-TIMESTAMP          PIC X(20) VALUE SPACES.
012880 01  WS-TIME-WORK                    PIC 9(08) VALUE ZERO.
012890 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
012900     05  WS-TW-HH                    PIC 9(02).
012910     05  WS-TW-MM                    PIC 9(02).
012920     05  WS-TW-SS                    PIC 9(02).
012930     05  WS-TW-CC                    PIC 9(02).
012940 01  WS-TIME-CENTISECS               PIC 9(08) VALUE ZERO.
012950 01  WS-ELAPSED-START-CS             PIC 9(08) VALUE ZERO.
012960 01  WS-ELAPSED-END-CS               PIC 9(08) VALUE ZERO.
012970 01  WS-STEP2-ELAPSED-CS             PIC 9(08) VALUE ZERO.
012980
012990*----------------------------------------------------------------
013000*    STEP RESULT INDICATORS FOR THE SUMMARY REPORT
013010*----------------------------------------------------------------
013020 01  WS-STEP1-STATUS                 PIC X(08) VALUE "PENDING ".
013030 01  WS-STEP2-STATUS                 PIC X(08) VALUE "PENDING ".
013040 01  WS-STEP3-STATUS                 PIC X(08) VALUE "PENDING ".
013050
013060*----------------------------------------------------------------
013070*    TRANSACTION LOG WORK FIELDS
013080*----------------------------------------------------------------
013090 01  WS-LOG-PROGRAM-NAME             PIC X(16) VALUE SPACES.
013100 01  WS-LOG-SCRIPT-OR-CODE           PIC X(100) VALUE SPACES.
013110 01  WS-LOG-COMPLETION-CODE          PIC S9(04) COMP VALUE ZERO.
013120
013130*----------------------------------------------------------------
013140*    STEP LOG WORK FIELDS
013150*----------------------------------------------------------------
013160 01  WS-STEP-LOG-TYPE                PIC X(08) VALUE SPACES.
013170 01  WS-STEP-LOG-PARM                PIC X(60) VALUE SPACES.
013180
013190*----------------------------------------------------------------
013200*    ERROR LOG WORK FIELDS
013210*----------------------------------------------------------------
013220 01  WS-ERR-STEP-NAME                PIC X(16) VALUE SPACES.
013230 01  WS-ERR-CODE                     PIC 9(04) VALUE ZERO.
013240 01  WS-ERR-MESSAGE                  PIC X(60) VALUE SPACES.
013250
013260*----------------------------------------------------------------
013270*    MISCELLANEOUS
013280*----------------------------------------------------------------
013290 01  WS-NODE-CHECK-COMMAND           PIC X(40)
013300            VALUE "which node >/dev/null 2>&1".
013310 01  WS-SUMMARY-LINE                 PIC X(100) VALUE SPACES.
013320 01  WS-IMAGE-COUNT-DISPLAY          PIC ZZZZ9 VALUE ZERO.
013330 01  WS-REJECT-COUNT-DISPLAY         PIC ZZZZ9 VALUE ZERO.
013340 01  WS-DEAD-COUNT-DISPLAY           PIC ZZZZ9 VALUE ZERO.
013350
013360 PROCEDURE DIVISION.
013370*================================================================
013380*    0000-MAINLINE
013390*================================================================
013400 0000-MAINLINE.
013410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013420     IF WS-RUN-REFUSED
013430         PERFORM 9200-CLOSE-FILES THRU 9200-EXIT
013440         MOVE 8 TO RETURN-CODE
013450         STOP RUN
013460     END-IF
013470     PERFORM 1800-LOAD-JOB-STREAM THRU 1800-EXIT
013480     IF WS-DRYRUN-MODE
013490         PERFORM 0300-RUN-DRY-RUN-AUDIT THRU 0300-EXIT
013500     ELSE
013510         IF WS-JOBSTRM-LOADED
013520             PERFORM 0100-RUN-JOB-STREAM THRU 0100-EXIT
013530         ELSE
013540             PERFORM 0200-RUN-FIXED-SEQUENCE THRU 0200-EXIT
013550         END-IF
013560     END-IF
013570     PERFORM 9000-FINALIZE THRU 9000-EXIT
013580     STOP RUN.
013590
013600*================================================================
013610*    0100/0110 - EXECUTE THE JOB STREAM IN RECORD ORDER.  THE
013620*    CLASSIC STEP 1/2/3 STATUS FIELDS TRACK THE FIRST STEP OF
013630*    EACH TYPE SO THE SUMMARY KEEPS ITS FAMILIAR SHAPE.
013640*================================================================
013650 0100-RUN-JOB-STREAM.
013660     PERFORM 0110-RUN-ONE-JOB-STEP THRU 0110-EXIT
013670         VARYING WS-JOB-SUB FROM 1 BY 1
013680         UNTIL WS-JOB-SUB > WS-JOB-STEP-COUNT.
013690 0100-EXIT.
013700     EXIT.
013710
013720 0110-RUN-ONE-JOB-STEP.
013730     MOVE WS-JOB-SUB TO WS-CURRENT-STEP-NUMBER
013740     MOVE "PENDING " TO WS-CURRENT-STEP-STATUS
013750     PERFORM 0112-EVALUATE-STEP-CONDITION THRU 0112-EXIT
013760     IF WS-STEP-BYPASSED
013770         DISPLAY "STEP " WS-JOB-SUB " "
013780                 WS-JOB-TYPE (WS-JOB-SUB)
013790                 " BYPASSED BY ITS CONDITION"
013800         MOVE "SKIPPED " TO WS-CURRENT-STEP-STATUS
013810         MOVE WS-CURRENT-STEP-NUMBER TO CKPT-STEP-NUMBER
013820         MOVE WS-JOB-TYPE (WS-JOB-SUB) TO CKPT-STEP-NAME
013830         PERFORM 1750-WRITE-SKIP-CHECKPOINT THRU 1750-EXIT
013840         EVALUATE WS-JOB-TYPE (WS-JOB-SUB)
013850             WHEN "SNIPPET"
013860                 IF WS-STEP1-STATUS = "PENDING "
013870                     MOVE "SKIPPED " TO WS-STEP1-STATUS
013880                 END-IF
013890             WHEN "CONVERT"
013900                 IF WS-STEP2-STATUS = "PENDING "
013910                     MOVE "SKIPPED " TO WS-STEP2-STATUS
013920                 END-IF
013930             WHEN "SERVER"
013940                 IF WS-STEP3-STATUS = "PENDING "
013950                     MOVE "SKIPPED " TO WS-STEP3-STATUS
013960                 END-IF
013970         END-EVALUATE
013980         MOVE WS-CURRENT-STEP-STATUS
013990             TO WS-JOB-STATUS (WS-JOB-SUB)
014000         PERFORM 0118-LOG-JOB-STEP THRU 0118-EXIT
014010         GO TO 0110-EXIT
014020     END-IF
014030     EVALUATE WS-JOB-TYPE (WS-JOB-SUB)
014040         WHEN "SNIPPET"
014050             IF WS-JOB-PARM (WS-JOB-SUB) NOT = SPACES
014060                 MOVE WS-JOB-PARM (WS-JOB-SUB) (1:8)
014070                     TO WS-SNIPPET-NAME
014080             END-IF
014090             PERFORM 2000-SNIPPET-STEP THRU 2000-EXIT
014100             IF WS-STEP1-STATUS = "PENDING "
014110                 MOVE WS-CURRENT-STEP-STATUS TO WS-STEP1-STATUS
014120             END-IF
014130         WHEN "CONVERT"
014140             IF WS-JOB-PARM (WS-JOB-SUB) NOT = SPACES
014150                 MOVE WS-JOB-PARM (WS-JOB-SUB) (1:60)
014160                     TO WS-BASE-FILENAME
014170             ELSE
014180                 MOVE "MANIFEST" TO WS-BASE-FILENAME
014190             END-IF
014200             PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
014210             MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
014220             PERFORM 3000-IMAGE-CONVERSION-STEP THRU 3000-EXIT
014230             IF WS-STEP2-STATUS = "PENDING "
014240                 MOVE WS-CURRENT-STEP-STATUS TO WS-STEP2-STATUS
014250             END-IF
014260         WHEN "SERVER"
014270             PERFORM 0115-RESOLVE-SERVER-PORT THRU 0115-EXIT
014280             PERFORM 4000-SERVER-START-STEP THRU 4000-EXIT
014290             PERFORM 0121-RESTORE-JOB-PORT THRU 0121-EXIT
014300             IF WS-STEP3-STATUS = "PENDING "
014310                 MOVE WS-CURRENT-STEP-STATUS TO WS-STEP3-STATUS
014320             END-IF
014330         WHEN OTHER
014340             DISPLAY "UNKNOWN JOB STREAM STEP TYPE "
014350                     WS-JOB-TYPE (WS-JOB-SUB)
014360                     " AT STEP " WS-JOB-SUB
014370             MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
014380     END-EVALUATE
014390     MOVE WS-CURRENT-STEP-STATUS TO WS-JOB-STATUS (WS-JOB-SUB)
014400     PERFORM 0118-LOG-JOB-STEP THRU 0118-EXIT.
014410 0110-EXIT.
014420     EXIT.
014430
014440*----------------------------------------------------------------
014450*    0112/0113/0114 - CONDITION CONTROL FOR ONE JOB STREAM
014460*    STEP.  A BLANK CONDITION ALWAYS RUNS.  IFOK RUNS ONLY IF
014470*    THE PRIOR STEP (OR THE EARLIER STEP NAMED IN THE CONDITION
014480*    STEP COLUMNS) COMPLETED SUCCESSFULLY; A STEP SKIPPED ON
014490*    RESTART COUNTS AS SUCCESSFUL ONLY IF ITS CHECKPOINT SAYS
014500*    COMPLETE, SO A CONDITION-BYPASSED STEP NEVER SATISFIES A
014510*    LATER IFOK.  ONFAIL RUNS ONLY IF THE NAMED STEP (OR, WITH
014520*    NO STEP NAMED, ANY EARLIER STEP) FAILED - FOR CLEANUP AND
014530*    NOTIFICATION STEPS.
014540*----------------------------------------------------------------
014550 0112-EVALUATE-STEP-CONDITION.
014560     MOVE "N" TO WS-STEP-BYPASSED-SW
014570     IF WS-JOB-CONDITION (WS-JOB-SUB) = SPACES
014580         GO TO 0112-EXIT
014590     END-IF
014600     MOVE WS-JOB-COND-STEP (WS-JOB-SUB) TO WS-COND-REF-SUB
014610     IF WS-COND-REF-SUB NOT < WS-JOB-SUB
014620         DISPLAY "STEP " WS-JOB-SUB
014630                 " CONDITION NAMES A LATER STEP - RUNNING IT"
014640         GO TO 0112-EXIT
014650     END-IF
014660     EVALUATE WS-JOB-CONDITION (WS-JOB-SUB)
014670         WHEN "IFOK"
014680             IF WS-COND-REF-SUB = ZERO
014690                 COMPUTE WS-COND-REF-SUB = WS-JOB-SUB - 1
014700                 END-COMPUTE
014710             END-IF
014720             IF WS-COND-REF-SUB = ZERO
014730                 GO TO 0112-EXIT
014740             END-IF
014750             PERFORM 0113-CHECK-STEP-SUCCESS THRU 0113-EXIT
014760             IF NOT WS-COND-MET
014770                 MOVE "Y" TO WS-STEP-BYPASSED-SW
014780             END-IF
014790         WHEN "ONFAIL"
014800             MOVE "N" TO WS-COND-MET-SW
014810             IF WS-COND-REF-SUB > ZERO
014820                 IF WS-JOB-STATUS (WS-COND-REF-SUB)
014830                     = "FAILED  "
014840                     SET WS-COND-MET TO TRUE
014850                 END-IF
014860             ELSE
014870                 PERFORM 0114-SCAN-EARLIER-FAILURES
014880                     THRU 0114-EXIT
014890                     VARYING WS-COND-SCAN-SUB FROM 1 BY 1
014900                     UNTIL WS-COND-SCAN-SUB NOT < WS-JOB-SUB
014910                        OR WS-COND-MET
014920             END-IF
014930             IF NOT WS-COND-MET
014940                 MOVE "Y" TO WS-STEP-BYPASSED-SW
014950             END-IF
014960         WHEN OTHER
014970             DISPLAY "STEP " WS-JOB-SUB " UNKNOWN CONDITION "
014980                     WS-JOB-CONDITION (WS-JOB-SUB)
014990                     " - RUNNING THE STEP"
015000     END-EVALUATE.
015010 0112-EXIT.
015020     EXIT.
015030
015040 0113-CHECK-STEP-SUCCESS.
015050     MOVE "N" TO WS-COND-MET-SW
015060     EVALUATE WS-JOB-STATUS (WS-COND-REF-SUB)
015070         WHEN "SUCCESS "
015080             SET WS-COND-MET TO TRUE
015090         WHEN "SKIPPED "
015100             MOVE WS-COND-REF-SUB TO CKPT-STEP-NUMBER
015110             PERFORM 1600-CHECK-CHECKPOINT THRU 1600-EXIT
015120             IF WS-STEP-ALREADY-DONE
015130                 SET WS-COND-MET TO TRUE
015140             END-IF
015150     END-EVALUATE.
015160 0113-EXIT.
015170     EXIT.
015180
015190 0114-SCAN-EARLIER-FAILURES.
015200     IF WS-JOB-STATUS (WS-COND-SCAN-SUB) = "FAILED  "
015210         SET WS-COND-MET TO TRUE
015220     END-IF.
015230 0114-EXIT.
015240     EXIT.
015250
015260*----------------------------------------------------------------
015270*    0115/0116/0117 - RESOLVE A SERVER STEP'S PARM.  A PARM THAT
015280*    STARTS WITH A LETTER NAMES A SERVICE IN COLUMNS 10-17 (SEE
015290*    0119), WITH AN OPTIONAL PORT OVERRIDE IN COLUMNS 19-23.
015300*    OTHERWISE THE PARM IS THE PORT FOR THE BUILT-IN SAMPLE
015310*    SERVER IN COLUMNS 10-14, UP TO 5 DIGITS; A SHORTER PORT IS
015320*    RIGHT-JUSTIFIED AND ZERO-FILLED.  A NON-BLANK PORT THAT STILL
015330*    IS NOT USABLE IS REPORTED, NOT SILENTLY DROPPED.  A BLANK
015340*    PARM KEEPS THE CONFIGURED PORT.
015350*----------------------------------------------------------------
015360 0115-RESOLVE-SERVER-PORT.
015370     MOVE "SAMPLE"                TO WS-SERVICE-NAME
015380     MOVE WS-SAMPLE-SERVER-SCRIPT TO WS-SERVER-SCRIPT
015390     MOVE SPACES                  TO WS-SERVER-HOST
015400     MOVE "M"                     TO WS-SERVICE-INSTANCE-RULE
015410     MOVE "Y"                     TO WS-SERVICE-FOUND-SW
015420     MOVE ZERO                    TO WS-SERVICE-DEFAULT-PORT
015430     IF WS-JOB-PARM (WS-JOB-SUB) = SPACES
015440         GO TO 0115-EXIT
015450     END-IF
015460     IF WS-JOB-PARM (WS-JOB-SUB) (1:1) IS ALPHABETIC
015470         AND WS-JOB-PARM (WS-JOB-SUB) (1:1) NOT = SPACE
015480         PERFORM 0119-RESOLVE-SERVICE THRU 0119-EXIT
015490         GO TO 0115-EXIT
015500     END-IF
015510     MOVE WS-JOB-PARM (WS-JOB-SUB) (1:5)
015520         TO WS-JOB-PORT-PARM
015530     PERFORM 0117-APPLY-PORT-PARM THRU 0117-EXIT.
015540 0115-EXIT.
015550     EXIT.
015560
015570 0116-SHIFT-PORT-DIGIT.
015580     MOVE SPACES TO WS-PORT-SHIFT-WORK
015590     STRING "0"                       DELIMITED BY SIZE
015600            WS-JOB-PORT-PARM (1:4)    DELIMITED BY SIZE
015610            INTO WS-PORT-SHIFT-WORK
015620     MOVE WS-PORT-SHIFT-WORK TO WS-JOB-PORT-PARM.
015630 0116-EXIT.
015640     EXIT.
015650
015660 0117-APPLY-PORT-PARM.
015670     PERFORM 0116-SHIFT-PORT-DIGIT THRU 0116-EXIT
015680         UNTIL WS-JOB-PORT-PARM (5:1) NOT = SPACE
015690     IF WS-JOB-PORT-PARM IS NUMERIC
015700         AND WS-JOB-PORT-PARM NOT = ZERO
015710         MOVE WS-JOB-PORT-PARM TO WS-PORT-CONFIG
015720         PERFORM 1585-REFRESH-PORT-SYMBOL THRU 1585-EXIT
015730     ELSE
015740         DISPLAY "SERVER STEP " WS-JOB-SUB
015750                 " PORT PARM NOT USABLE: "
015760                 WS-JOB-PORT-PARM
015770                 " - USING PORT " WS-PORT-CONFIG
015780     END-IF.
015790 0117-EXIT.
015800     EXIT.
015810
015820*----------------------------------------------------------------
015830*    0118 - STEPLOG RECORD FOR THE JOB STREAM STEP JUST FINISHED
015840*----------------------------------------------------------------
015850 0118-LOG-JOB-STEP.
015860     MOVE WS-JOB-TYPE (WS-JOB-SUB)        TO WS-STEP-LOG-TYPE
015870     MOVE WS-JOB-PARM (WS-JOB-SUB) (1:60) TO WS-STEP-LOG-PARM
015880     PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT.
015890 0118-EXIT.
015900     EXIT.
015910
015920*----------------------------------------------------------------
015930*    0119/0120 - LOOK THE NAMED SERVICE UP IN THE CATALOG AND
015940*    TAKE ITS SCRIPT, HOST AND INSTANCE RULE.  ITS DEFAULT PORT
015950*    IS USED FOR THIS STEP ONLY, WHEN THE STEP GIVES NO PORT OF
015960*    ITS OWN; 0121 PUTS THE JOB'S PORT BACK.  AN UNKNOWN SERVICE
015970*    IS LEFT FOR 4000 TO REFUSE (9071).
015980*----------------------------------------------------------------
015990 0119-RESOLVE-SERVICE.
016000     MOVE WS-JOB-PARM (WS-JOB-SUB) (1:8) TO WS-SERVICE-NAME
016010     MOVE "N" TO WS-SERVICE-FOUND-SW
016020     PERFORM 0120-MATCH-SERVICE THRU 0120-EXIT
016030         VARYING WS-SERVICE-SUB FROM 1 BY 1
016040         UNTIL WS-SERVICE-SUB > WS-SERVICE-COUNT
016050            OR WS-SERVICE-FOUND
016060     IF NOT WS-SERVICE-FOUND
016070         DISPLAY "SERVER STEP " WS-JOB-SUB
016080                 " SERVICE NOT IN SRVCAT: " WS-SERVICE-NAME
016090         GO TO 0119-EXIT
016100     END-IF
016110     IF WS-JOB-PARM (WS-JOB-SUB) (10:5) NOT = SPACES
016120         MOVE WS-JOB-PARM (WS-JOB-SUB) (10:5)
016130             TO WS-JOB-PORT-PARM
016140         PERFORM 0117-APPLY-PORT-PARM THRU 0117-EXIT
016150         GO TO 0119-EXIT
016160     END-IF
016170     IF WS-SERVICE-DEFAULT-PORT NOT = ZERO
016180         MOVE WS-PORT-CONFIG          TO WS-JOB-PORT-CONFIG
016190         MOVE WS-SERVICE-DEFAULT-PORT TO WS-PORT-CONFIG
016200         SET WS-STEP-PORT-APPLIED     TO TRUE
016210         PERFORM 1585-REFRESH-PORT-SYMBOL THRU 1585-EXIT
016220     END-IF.
016230 0119-EXIT.
016240     EXIT.
016250
016260 0120-MATCH-SERVICE.
016270     IF WV-SERVICE-NAME (WS-SERVICE-SUB) NOT = WS-SERVICE-NAME
016280         GO TO 0120-EXIT
016290     END-IF
016300     SET WS-SERVICE-FOUND TO TRUE
016310     MOVE WV-SCRIPT (WS-SERVICE-SUB) TO WS-SERVER-SCRIPT
016320     MOVE WV-HOST (WS-SERVICE-SUB)   TO WS-SERVER-HOST
016330     MOVE WV-INSTANCE-RULE (WS-SERVICE-SUB)
016340         TO WS-SERVICE-INSTANCE-RULE
016350     MOVE WV-PORT (WS-SERVICE-SUB) TO WS-SERVICE-DEFAULT-PORT.
016360 0120-EXIT.
016370     EXIT.
016380
016390*----------------------------------------------------------------
016400*    0121 - A CATALOG DEFAULT PORT HOLDS ONLY FOR ITS OWN STEP.
016410*    PUT THE JOB'S PORT AND THE &PORT SYMBOL BACK AFTERWARDS.
016420*----------------------------------------------------------------
016430 0121-RESTORE-JOB-PORT.
016440     IF NOT WS-STEP-PORT-APPLIED
016450         GO TO 0121-EXIT
016460     END-IF
016470     MOVE WS-JOB-PORT-CONFIG TO WS-PORT-CONFIG
016480     MOVE "N" TO WS-STEP-PORT-SW
016490     PERFORM 1585-REFRESH-PORT-SYMBOL THRU 1585-EXIT.
016500 0121-EXIT.
016510     EXIT.
016520
016530*================================================================
016540*    0200 - THE CLASSIC FIXED SEQUENCE, USED WHEN NO JOBSTRM
016550*    CONTROL FILE IS PRESENT
016560*================================================================
016570 0200-RUN-FIXED-SEQUENCE.
016580     MOVE 1 TO WS-CURRENT-STEP-NUMBER
016590     PERFORM 2000-SNIPPET-STEP THRU 2000-EXIT
016600     MOVE WS-CURRENT-STEP-STATUS TO WS-STEP1-STATUS
016610     MOVE "SNIPPET"       TO WS-STEP-LOG-TYPE
016620     MOVE WS-SNIPPET-NAME TO WS-STEP-LOG-PARM
016630     PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT
016640     MOVE 2 TO WS-CURRENT-STEP-NUMBER
016650     PERFORM 3000-IMAGE-CONVERSION-STEP THRU 3000-EXIT
016660     MOVE WS-CURRENT-STEP-STATUS TO WS-STEP2-STATUS
016670     MOVE "CONVERT"            TO WS-STEP-LOG-TYPE
016680     MOVE WS-MANIFEST-FILENAME TO WS-STEP-LOG-PARM
016690     PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT
016700     MOVE 3 TO WS-CURRENT-STEP-NUMBER
016710     PERFORM 4000-SERVER-START-STEP THRU 4000-EXIT
016720     MOVE WS-CURRENT-STEP-STATUS TO WS-STEP3-STATUS
016730     MOVE "SERVER"       TO WS-STEP-LOG-TYPE
016740     MOVE WS-PORT-CONFIG TO WS-STEP-LOG-PARM
016750     PERFORM 8100-LOG-STEP-EVENT THRU 8100-EXIT.
016760 0200-EXIT.
016770     EXIT.
016780
016790*================================================================
016800*    0300 FAMILY - DRY-RUN AUDIT.  EVERY CHECK A REAL RUN WOULD
016810*    DEPEND ON IS PERFORMED AND REPORTED PASS/FAIL IN AUDITRPT;
016820*    NO EXEC_NODEJS CALL IS MADE AND NO CHECKPOINT IS WRITTEN.
016830*================================================================
016840 0300-RUN-DRY-RUN-AUDIT.
016850     OPEN OUTPUT AUDIT-REPORT-FILE
016860     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
016870     MOVE "PRE-RUN AUDIT REPORT" TO WS-AUDIT-LINE
016880     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
016890     MOVE ALL "-" TO WS-AUDIT-LINE
016900     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
016910     MOVE SPACES TO WS-AUDIT-LINE
016920     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
016930            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
016940            INTO WS-AUDIT-LINE
016950     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
016960     MOVE SPACES TO WS-AUDIT-LINE
016970     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
016980     PERFORM 0320-AUDIT-NODE-RUNTIME THRU 0320-EXIT
016990     PERFORM 0370-AUDIT-RUN-LOCK THRU 0370-EXIT
017000     PERFORM 0345-AUDIT-SCRIPTS THRU 0345-EXIT
017010     IF WS-JOBSTRM-LOADED
017020         PERFORM 0330-AUDIT-ONE-JOB-STEP THRU 0330-EXIT
017030             VARYING WS-JOB-SUB FROM 1 BY 1
017040             UNTIL WS-JOB-SUB > WS-JOB-STEP-COUNT
017050     ELSE
017060         PERFORM 0340-AUDIT-SNIPPET THRU 0340-EXIT
017070         MOVE "MANIFEST" TO WS-BASE-FILENAME
017080         PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
017090         MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
017100         PERFORM 0350-AUDIT-MANIFEST THRU 0350-EXIT
017110         PERFORM 0360-AUDIT-PORT THRU 0360-EXIT
017120     END-IF
017130     MOVE SPACES TO WS-AUDIT-LINE
017140     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
017150     MOVE WS-AUDIT-PASS-COUNT TO WS-AUDIT-COUNT-DISPLAY
017160     MOVE WS-AUDIT-FAIL-COUNT TO WS-AUDIT-BAD-DISPLAY
017170     MOVE SPACES TO WS-AUDIT-LINE
017180     STRING "CHECKS PASSED "       DELIMITED BY SIZE
017190            WS-AUDIT-COUNT-DISPLAY DELIMITED BY SIZE
017200            "  FAILED "            DELIMITED BY SIZE
017210            WS-AUDIT-BAD-DISPLAY   DELIMITED BY SIZE
017220            INTO WS-AUDIT-LINE
017230     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
017240     IF WS-AUDIT-FAIL-COUNT = ZERO
017250         MOVE "AUDIT RESULT: PASS - RUN IS GO" TO WS-AUDIT-LINE
017260     ELSE
017270         MOVE "AUDIT RESULT: FAIL - FIX THE FLAGGED ITEMS"
017280             TO WS-AUDIT-LINE
017290     END-IF
017300     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
017310     DISPLAY WS-AUDIT-LINE (1:50)
017320     CLOSE AUDIT-REPORT-FILE.
017330 0300-EXIT.
017340     EXIT.
017350
017360*----------------------------------------------------------------
017370*    0310 - ONE PASS/FAIL LINE IN THE AUDIT REPORT
017380*----------------------------------------------------------------
017390 0310-WRITE-AUDIT-CHECK.
017400     IF WS-AUDIT-RESULT = "PASS"
017410         ADD 1 TO WS-AUDIT-PASS-COUNT
017420     ELSE
017430         ADD 1 TO WS-AUDIT-FAIL-COUNT
017440     END-IF
017450     MOVE SPACES TO WS-AUDIT-LINE
017460     STRING WS-AUDIT-CHECK-NAME DELIMITED BY SIZE
017470            " "                 DELIMITED BY SIZE
017480            WS-AUDIT-RESULT     DELIMITED BY SIZE
017490            " "                 DELIMITED BY SIZE
017500            WS-AUDIT-DETAIL     DELIMITED BY SIZE
017510            INTO WS-AUDIT-LINE
017520     WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE.
017530 0310-EXIT.
017540     EXIT.
017550
017560 0320-AUDIT-NODE-RUNTIME.
017570     MOVE "NODE RUNTIME ON PATH" TO WS-AUDIT-CHECK-NAME
017580     MOVE SPACES TO WS-AUDIT-DETAIL
017590     IF WS-NODE-RUNTIME-OK
017600         MOVE "PASS" TO WS-AUDIT-RESULT
017610     ELSE
017620         MOVE "FAIL" TO WS-AUDIT-RESULT
017630         MOVE "INSTALL NODE OR FIX PATH" TO WS-AUDIT-DETAIL
017640     END-IF
017650     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT.
017660 0320-EXIT.
017670     EXIT.
017680
017690 0330-AUDIT-ONE-JOB-STEP.
017700     EVALUATE WS-JOB-TYPE (WS-JOB-SUB)
017710         WHEN "SNIPPET"
017720             IF WS-JOB-PARM (WS-JOB-SUB) NOT = SPACES
017730                 MOVE WS-JOB-PARM (WS-JOB-SUB) (1:8)
017740                     TO WS-SNIPPET-NAME
017750             END-IF
017760             PERFORM 0340-AUDIT-SNIPPET THRU 0340-EXIT
017770         WHEN "CONVERT"
017780             IF WS-JOB-PARM (WS-JOB-SUB) NOT = SPACES
017790                 MOVE WS-JOB-PARM (WS-JOB-SUB) (1:60)
017800                     TO WS-BASE-FILENAME
017810             ELSE
017820                 MOVE "MANIFEST" TO WS-BASE-FILENAME
017830             END-IF
017840             PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
017850             MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
017860             PERFORM 0350-AUDIT-MANIFEST THRU 0350-EXIT
017870         WHEN "SERVER"
017880             PERFORM 0115-RESOLVE-SERVER-PORT THRU 0115-EXIT
017890             PERFORM 0365-AUDIT-SERVICE THRU 0365-EXIT
017900             PERFORM 0360-AUDIT-PORT THRU 0360-EXIT
017910             PERFORM 0121-RESTORE-JOB-PORT THRU 0121-EXIT
017920         WHEN OTHER
017930             MOVE "JOB STREAM STEP TYPE" TO WS-AUDIT-CHECK-NAME
017940             MOVE "FAIL" TO WS-AUDIT-RESULT
017950             MOVE WS-JOB-TYPE (WS-JOB-SUB) TO WS-AUDIT-DETAIL
017960             PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
017970     END-EVALUATE.
017980 0330-EXIT.
017990     EXIT.
018000
018010 0340-AUDIT-SNIPPET.
018020     PERFORM 2100-LOAD-SNIPPET-FROM-LIBRARY THRU 2100-EXIT
018030     MOVE SPACES TO WS-AUDIT-CHECK-NAME
018040     STRING "SNIPPET "      DELIMITED BY SIZE
018050            WS-SNIPPET-NAME DELIMITED BY SIZE
018060            " IN SNIPLIB"   DELIMITED BY SIZE
018070            INTO WS-AUDIT-CHECK-NAME
018080     MOVE SPACES TO WS-AUDIT-DETAIL
018090     IF NOT WS-SNIPLIB-AVAILABLE
018100         MOVE "FAIL" TO WS-AUDIT-RESULT
018110         MOVE "SNIPPET LIBRARY UNAVAILABLE" TO WS-AUDIT-DETAIL
018120     ELSE
018130         IF WS-SNIPPET-SEGMENTS-LOADED = ZERO
018140             MOVE "FAIL" TO WS-AUDIT-RESULT
018150             MOVE "NOT IN LIBRARY - WOULD USE DEFAULT"
018160                 TO WS-AUDIT-DETAIL
018170         ELSE
018180             MOVE "PASS" TO WS-AUDIT-RESULT
018190         END-IF
018200     END-IF
018210     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
018220     MOVE SPACES TO WS-AUDIT-CHECK-NAME
018230     STRING "SNIPPET "        DELIMITED BY SIZE
018240            WS-SNIPPET-NAME   DELIMITED BY SIZE
018250            " ASSEMBLY"       DELIMITED BY SIZE
018260            INTO WS-AUDIT-CHECK-NAME
018270     MOVE SPACES TO WS-AUDIT-DETAIL
018280     IF WS-SNIPPET-OVERFLOW
018290         MOVE "FAIL" TO WS-AUDIT-RESULT
018300         MOVE "EXCEEDS 40 SEGMENTS" TO WS-AUDIT-DETAIL
018310     ELSE
018320         MOVE "PASS" TO WS-AUDIT-RESULT
018330     END-IF
018340     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
018350     PERFORM 2200-SUBSTITUTE-SYMBOLS THRU 2200-EXIT
018360     MOVE SPACES TO WS-AUDIT-CHECK-NAME
018370     STRING "SNIPPET "        DELIMITED BY SIZE
018380            WS-SNIPPET-NAME   DELIMITED BY SIZE
018390            " SUBSTITUTION"   DELIMITED BY SIZE
018400            INTO WS-AUDIT-CHECK-NAME
018410     MOVE SPACES TO WS-AUDIT-DETAIL
018420     IF WS-SUB-FAILED
018430         MOVE "FAIL" TO WS-AUDIT-RESULT
018440         MOVE "SEE ERRLOG FOR THE SYMBOL" TO WS-AUDIT-DETAIL
018450     ELSE
018460         MOVE "PASS" TO WS-AUDIT-RESULT
018470     END-IF
018480     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT.
018490 0340-EXIT.
018500     EXIT.
018510
018520 0345-AUDIT-SCRIPTS.
018530     MOVE WS-GRACE-HOPPER-SCRIPT TO WS-SCRIPT-CHECK-FILENAME
018540     MOVE "N" TO WS-SCRIPT-CHECK-BINARY-SW
018550     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
018560     MOVE "GRACE-HOPPER.JS READABLE" TO WS-AUDIT-CHECK-NAME
018570     MOVE SPACES TO WS-AUDIT-DETAIL
018580     IF WS-VALIDATION-OK
018590         MOVE "PASS" TO WS-AUDIT-RESULT
018600     ELSE
018610         MOVE "FAIL" TO WS-AUDIT-RESULT
018620     END-IF
018630     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
018640     MOVE WS-SAMPLE-SERVER-SCRIPT TO WS-SCRIPT-CHECK-FILENAME
018650     MOVE "N" TO WS-SCRIPT-CHECK-BINARY-SW
018660     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
018670     MOVE "SERVER.JS READABLE" TO WS-AUDIT-CHECK-NAME
018680     MOVE SPACES TO WS-AUDIT-DETAIL
018690     IF WS-VALIDATION-OK
018700         MOVE "PASS" TO WS-AUDIT-RESULT
018710     ELSE
018720         MOVE "FAIL" TO WS-AUDIT-RESULT
018730     END-IF
018740     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT.
018750 0345-EXIT.
018760     EXIT.
018770
018780 0350-AUDIT-MANIFEST.
018790     MOVE ZERO TO WS-AUDIT-ENTRY-COUNT
018800     MOVE ZERO TO WS-AUDIT-BAD-COUNT
018810     MOVE SPACES TO WS-AUDIT-CHECK-NAME
018820     STRING "MANIFEST "       DELIMITED BY SIZE
018830            WS-MANIFEST-FILENAME (1:20)
018840                              DELIMITED BY SPACE
018850            " ENTRIES"        DELIMITED BY SIZE
018860            INTO WS-AUDIT-CHECK-NAME
018870     OPEN INPUT MANIFEST-FILE
018880     IF WS-MANIFEST-STATUS NOT = "00"
018890         MOVE "FAIL" TO WS-AUDIT-RESULT
018900         MOVE "MANIFEST FILE NOT FOUND" TO WS-AUDIT-DETAIL
018910         PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
018920         GO TO 0350-EXIT
018930     END-IF
018940     MOVE "N" TO WS-MANIFEST-EOF-SW
018950     MOVE ZERO TO WS-OUTPUT-NAME-COUNT
018960     MOVE ZERO TO WS-DUPLICATE-COUNT
018970     MOVE ZERO TO WS-AUDIT-PROFILE-BAD-COUNT
018980     PERFORM 0355-AUDIT-ONE-ENTRY THRU 0355-EXIT
018990         UNTIL WS-MANIFEST-EOF
019000     CLOSE MANIFEST-FILE
019010     MOVE WS-AUDIT-BAD-COUNT   TO WS-AUDIT-BAD-DISPLAY
019020     MOVE WS-AUDIT-ENTRY-COUNT TO WS-AUDIT-COUNT-DISPLAY
019030     MOVE SPACES TO WS-AUDIT-DETAIL
019040     STRING WS-AUDIT-BAD-DISPLAY   DELIMITED BY SIZE
019050            " OF "                 DELIMITED BY SIZE
019060            WS-AUDIT-COUNT-DISPLAY DELIMITED BY SIZE
019070            " ENTRIES FAILED"      DELIMITED BY SIZE
019080            INTO WS-AUDIT-DETAIL
019090     IF WS-AUDIT-BAD-COUNT = ZERO
019100         AND WS-AUDIT-ENTRY-COUNT > ZERO
019110         MOVE "PASS" TO WS-AUDIT-RESULT
019120     ELSE
019130         MOVE "FAIL" TO WS-AUDIT-RESULT
019140         IF WS-AUDIT-ENTRY-COUNT = ZERO
019150             MOVE "MANIFEST IS EMPTY" TO WS-AUDIT-DETAIL
019160         END-IF
019170     END-IF
019180     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
019190     MOVE SPACES TO WS-AUDIT-CHECK-NAME
019200     STRING "MANIFEST "       DELIMITED BY SIZE
019210            WS-MANIFEST-FILENAME (1:20)
019220                              DELIMITED BY SPACE
019230            " OUTPUT NAMES"   DELIMITED BY SIZE
019240            INTO WS-AUDIT-CHECK-NAME
019250     MOVE SPACES TO WS-AUDIT-DETAIL
019260     IF WS-DUPLICATE-COUNT = ZERO
019270         MOVE "PASS" TO WS-AUDIT-RESULT
019280     ELSE
019290         MOVE "FAIL" TO WS-AUDIT-RESULT
019300         MOVE WS-DUPLICATE-COUNT TO WS-AUDIT-BAD-DISPLAY
019310         STRING WS-AUDIT-BAD-DISPLAY     DELIMITED BY SIZE
019320                " DUPLICATE OUTPUT NAMES" DELIMITED BY SIZE
019330                INTO WS-AUDIT-DETAIL
019340     END-IF
019350     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
019360     MOVE SPACES TO WS-AUDIT-CHECK-NAME
019370     STRING "MANIFEST "       DELIMITED BY SIZE
019380            WS-MANIFEST-FILENAME (1:20)
019390                              DELIMITED BY SPACE
019400            " PROFILES"       DELIMITED BY SIZE
019410            INTO WS-AUDIT-CHECK-NAME
019420     MOVE SPACES TO WS-AUDIT-DETAIL
019430     IF WS-AUDIT-PROFILE-BAD-COUNT = ZERO
019440         MOVE "PASS" TO WS-AUDIT-RESULT
019450     ELSE
019460         MOVE "FAIL" TO WS-AUDIT-RESULT
019470         MOVE WS-AUDIT-PROFILE-BAD-COUNT TO WS-AUDIT-BAD-DISPLAY
019480         STRING WS-AUDIT-BAD-DISPLAY     DELIMITED BY SIZE
019490                " BAD PROFILE REFERENCES" DELIMITED BY SIZE
019500                INTO WS-AUDIT-DETAIL
019510     END-IF
019520     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT.
019530 0350-EXIT.
019540     EXIT.
019550
019560 0355-AUDIT-ONE-ENTRY.
019570     READ MANIFEST-FILE
019580         AT END
019590             MOVE "Y" TO WS-MANIFEST-EOF-SW
019600     END-READ
019610     IF WS-MANIFEST-EOF
019620         GO TO 0355-EXIT
019630     END-IF
019640     ADD 1 TO WS-AUDIT-ENTRY-COUNT
019650     MOVE MF-IMAGE-PATH TO WS-SCRIPT-CHECK-FILENAME
019660     MOVE "Y" TO WS-SCRIPT-CHECK-BINARY-SW
019670     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
019680     IF NOT WS-VALIDATION-OK
019690         ADD 1 TO WS-AUDIT-BAD-COUNT
019700         MOVE SPACES TO WS-AUDIT-LINE
019710         STRING "  BAD ENTRY: "     DELIMITED BY SIZE
019720                MF-IMAGE-PATH       DELIMITED BY SIZE
019730                INTO WS-AUDIT-LINE
019740         WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
019750     END-IF
019760     MOVE MF-OUTPUT-NAME  TO WS-ENTRY-OUTPUT-NAME
019770     MOVE MF-PROFILE-NAME TO WS-ENTRY-PROFILE-NAME
019780     PERFORM 3150-EXPAND-ENTRY THRU 3150-EXIT
019790     PERFORM 0357-AUDIT-ONE-RENDITION THRU 0357-EXIT
019800         VARYING WS-REND-SUB FROM 1 BY 1
019810         UNTIL WS-REND-SUB > WS-REND-COUNT.
019820 0355-EXIT.
019830     EXIT.
019840
019850*----------------------------------------------------------------
019860*    0357 - ONE RENDITION OF A MANIFEST ENTRY: ITS OUTPUT
019870*    NAME MUST BE UNIQUE, ITS PROFILE MUST EXIST AND THE PROFILE'S
019880*    SCRIPT MUST BE READABLE.  A BAD SCRIPT IS REPORTED THE FIRST
019890*    TIME THE PROFILE IS SEEN; AN UNKNOWN PROFILE ON EVERY ENTRY.
019900*    A NAME TOO LONG FOR ITS SUFFIX COUNTS AS A BAD PROFILE
019910*    REFERENCE AND IS NOT CHECKED FOR DUPLICATES.
019920*----------------------------------------------------------------
019930 0357-AUDIT-ONE-RENDITION.
019940     PERFORM 3170-SET-RENDITION THRU 3170-EXIT
019950     MOVE WS-REND-OUTPUT-NAME TO WS-DUP-CHECK-NAME
019960     IF WS-REND-NAME-LONG
019970         ADD 1 TO WS-AUDIT-PROFILE-BAD-COUNT
019980         MOVE SPACES TO WS-AUDIT-LINE
019990         STRING "  OUTPUT NAME TOO LONG: " DELIMITED BY SIZE
020000                WS-ENTRY-OUTPUT-NAME      DELIMITED BY SPACE
020010                " PROFILE "               DELIMITED BY SIZE
020020                WS-REND-PROFILE-NAME      DELIMITED BY SIZE
020030                INTO WS-AUDIT-LINE
020040         WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
020050         MOVE SPACES TO WS-DUP-CHECK-NAME
020060     END-IF
020070     PERFORM 3080-REGISTER-OUTPUT-NAME THRU 3080-EXIT
020080     IF WS-DUP-FOUND
020090         MOVE SPACES TO WS-AUDIT-LINE
020100         STRING "  DUPLICATE OUTPUT: " DELIMITED BY SIZE
020110                WS-REND-OUTPUT-NAME    DELIMITED BY SIZE
020120                INTO WS-AUDIT-LINE
020130         WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
020140     END-IF
020150     IF WS-ENTRY-PROFILE-NAME = SPACES
020160         GO TO 0357-EXIT
020170     END-IF
020180     IF WS-PROFILE-SUB = ZERO
020190         ADD 1 TO WS-AUDIT-PROFILE-BAD-COUNT
020200         MOVE SPACES TO WS-AUDIT-LINE
020210         STRING "  UNKNOWN PROFILE: "  DELIMITED BY SIZE
020220                WS-ENTRY-PROFILE-NAME  DELIMITED BY SIZE
020230                " FOR "                DELIMITED BY SIZE
020240                MF-IMAGE-PATH          DELIMITED BY SIZE
020250                INTO WS-AUDIT-LINE
020260         WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
020270         GO TO 0357-EXIT
020280     END-IF
020290     IF NOT WP-SCRIPT-UNCHECKED (WS-PROFILE-SUB)
020300         GO TO 0357-EXIT
020310     END-IF
020320     PERFORM 3185-CHECK-PROFILE-SCRIPT THRU 3185-EXIT
020330     IF WP-SCRIPT-BAD (WS-PROFILE-SUB)
020340         ADD 1 TO WS-AUDIT-PROFILE-BAD-COUNT
020350         MOVE SPACES TO WS-AUDIT-LINE
020360         STRING "  PROFILE SCRIPT MISSING: " DELIMITED BY SIZE
020370                WS-REND-PROFILE-NAME        DELIMITED BY SIZE
020380                " "                         DELIMITED BY SIZE
020390                WS-REND-SCRIPT              DELIMITED BY SIZE
020400                INTO WS-AUDIT-LINE
020410         WRITE AUDIT-REPORT-RECORD FROM WS-AUDIT-LINE
020420     END-IF.
020430 0357-EXIT.
020440     EXIT.
020450
020460*----------------------------------------------------------------
020470*    0360 - THE CONFIGURED PORT MUST ACTUALLY BE FREE.  A TCP
020480*    CONNECT THAT SUCCEEDS MEANS SOMETHING IS ALREADY LISTENING.
020490*----------------------------------------------------------------
020500 0360-AUDIT-PORT.
020510     MOVE SPACES TO WS-AUDIT-CHECK-NAME
020520     STRING "PORT "          DELIMITED BY SIZE
020530            WS-PORT-CONFIG   DELIMITED BY SIZE
020540            " FREE"          DELIMITED BY SIZE
020550            INTO WS-AUDIT-CHECK-NAME
020560     MOVE SPACES TO WS-PORT-PROBE-COMMAND
020570     STRING "timeout 2 bash -c 'exec 3<>/dev/tcp/localhost/"
020580                             DELIMITED BY SIZE
020590            WS-PORT-CONFIG   DELIMITED BY SIZE
020600            "' >/dev/null 2>&1"
020610                             DELIMITED BY SIZE
020620            INTO WS-PORT-PROBE-COMMAND
020630     CALL "SYSTEM" USING WS-PORT-PROBE-COMMAND
020640     MOVE SPACES TO WS-AUDIT-DETAIL
020650     IF RETURN-CODE = ZERO
020660         MOVE "FAIL" TO WS-AUDIT-RESULT
020670         MOVE "SOMETHING IS LISTENING ON THE PORT"
020680             TO WS-AUDIT-DETAIL
020690     ELSE
020700         MOVE "PASS" TO WS-AUDIT-RESULT
020710     END-IF
020720     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT.
020730 0360-EXIT.
020740     EXIT.
020750
020760*----------------------------------------------------------------
020770*    0365 - A SERVER STEP'S SERVICE: IN THE CATALOG, ITS SCRIPT
020780*    READABLE, AND NOTHING IN SRVREG THAT WOULD REFUSE THE LAUNCH
020790*----------------------------------------------------------------
020800 0365-AUDIT-SERVICE.
020810     MOVE SPACES TO WS-AUDIT-CHECK-NAME
020820     STRING "SERVICE "        DELIMITED BY SIZE
020830            WS-SERVICE-NAME   DELIMITED BY SIZE
020840            " IN SRVCAT"      DELIMITED BY SIZE
020850            INTO WS-AUDIT-CHECK-NAME
020860     MOVE SPACES TO WS-AUDIT-DETAIL
020870     IF NOT WS-SERVICE-FOUND
020880         MOVE "FAIL" TO WS-AUDIT-RESULT
020890         MOVE "NO SUCH SERVICE" TO WS-AUDIT-DETAIL
020900         PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
020910         GO TO 0365-EXIT
020920     END-IF
020930     MOVE "PASS" TO WS-AUDIT-RESULT
020940     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
020950     MOVE WS-SERVER-SCRIPT TO WS-SCRIPT-CHECK-FILENAME
020960     MOVE "N" TO WS-SCRIPT-CHECK-BINARY-SW
020970     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
020980     MOVE SPACES TO WS-AUDIT-CHECK-NAME
020990     STRING "SERVICE "        DELIMITED BY SIZE
021000            WS-SERVICE-NAME   DELIMITED BY SIZE
021010            " SCRIPT READABLE" DELIMITED BY SIZE
021020            INTO WS-AUDIT-CHECK-NAME
021030     MOVE SPACES TO WS-AUDIT-DETAIL
021040     IF WS-VALIDATION-OK
021050         MOVE "PASS" TO WS-AUDIT-RESULT
021060     ELSE
021070         MOVE "FAIL" TO WS-AUDIT-RESULT
021080         MOVE WS-SERVER-SCRIPT (1:40) TO WS-AUDIT-DETAIL
021090     END-IF
021100     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT
021110     PERFORM 4050-CHECK-SERVER-REGISTRY THRU 4050-EXIT
021120     MOVE SPACES TO WS-AUDIT-CHECK-NAME
021130     STRING "SERVICE "        DELIMITED BY SIZE
021140            WS-SERVICE-NAME   DELIMITED BY SIZE
021150            " CLEAR IN SRVREG" DELIMITED BY SIZE
021160            INTO WS-AUDIT-CHECK-NAME
021170     MOVE SPACES TO WS-AUDIT-DETAIL
021180     IF NOT WS-SERVER-CONFLICT
021190         MOVE "PASS" TO WS-AUDIT-RESULT
021200     ELSE
021210         MOVE "FAIL" TO WS-AUDIT-RESULT
021220         IF WS-CONFLICT-CODE = 9072
021230             STRING "PORT HELD BY RUNNING " DELIMITED BY SIZE
021240                    WS-CONFLICT-SERVICE     DELIMITED BY SIZE
021250                    INTO WS-AUDIT-DETAIL
021260         ELSE
021270             STRING "ALREADY RUNNING ON PORT " DELIMITED BY SIZE
021280                    WS-CONFLICT-PORT           DELIMITED BY SIZE
021290                    INTO WS-AUDIT-DETAIL
021300         END-IF
021310     END-IF
021320     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT.
021330 0365-EXIT.
021340     EXIT.
021350
021360*----------------------------------------------------------------
021370*    0370 - A REAL RUN WOULD BE REFUSED WHILE ANOTHER JOB HOLDS
021380*    THE RUN LOCK, OR WHILE A STALE LOCK IS LEFT UNCLEARED
021390*----------------------------------------------------------------
021400 0370-AUDIT-RUN-LOCK.
021410     MOVE "RUN LOCK FREE" TO WS-AUDIT-CHECK-NAME
021420     MOVE SPACES TO WS-AUDIT-DETAIL
021430     PERFORM 1470-READ-RUN-LOCK THRU 1470-EXIT
021440     IF NOT WS-LOCK-FOUND
021450         MOVE "PASS" TO WS-AUDIT-RESULT
021460     ELSE
021470         MOVE "FAIL" TO WS-AUDIT-RESULT
021480         STRING RL-PROGRAM DELIMITED BY SPACE
021490                " RUN "    DELIMITED BY SIZE
021500                RL-RUN-ID  DELIMITED BY SPACE
021510                INTO WS-AUDIT-DETAIL
021520         IF WS-LOCK-STALE
021530             MOVE "STALE" TO WS-AUDIT-DETAIL (35:5)
021540         END-IF
021550     END-IF
021560     PERFORM 0310-WRITE-AUDIT-CHECK THRU 0310-EXIT.
021570 0370-EXIT.
021580     EXIT.
021590
021600*================================================================
021610*    1000-INITIALIZE - OPEN SUPPORT FILES, LOAD CONFIGURATION
021620*================================================================
021630 1000-INITIALIZE.
021640     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
021650     MOVE WS-CURRENT-TIMESTAMP TO WS-RUN-START-TIMESTAMP
021660     MOVE SPACES TO WS-RUN-ID
021670     STRING WS-TS-DATE DELIMITED BY SIZE
021680            WS-TS-TIME DELIMITED BY SIZE
021690            INTO WS-RUN-ID
021700     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
021710     PERFORM 1200-OPEN-LOG-FILES THRU 1200-EXIT
021720     PERFORM 1100-VALIDATE-NODE-RUNTIME THRU 1100-EXIT
021730     PERFORM 1400-OPEN-CHECKPOINT-FILE THRU 1400-EXIT
021740     PERFORM 1500-LOAD-PORT-CONFIG THRU 1500-EXIT
021750     PERFORM 1550-OPEN-SNIPPET-LIBRARY THRU 1550-EXIT
021760     PERFORM 1570-LOAD-SNIPPET-PARMS THRU 1570-EXIT
021770     PERFORM 1590-LOAD-WORKER-CONFIG THRU 1590-EXIT
021780     PERFORM 1592-LOAD-CONVERSION-PROFILES THRU 1592-EXIT
021790     PERFORM 1594-LOAD-SERVICE-CATALOG THRU 1594-EXIT
021800     IF NOT WS-DRYRUN-MODE
021810         PERFORM 1450-TAKE-RUN-LOCK THRU 1450-EXIT
021820     END-IF.
021830 1000-EXIT.
021840     EXIT.
021850
021860*----------------------------------------------------------------
021870*    1010/1015 - PARSE THE COMMAND LINE AND RESOLVE THE
021880*    ENVIRONMENT.  AN ENV= TOKEN MAY APPEAR IN ANY POSITION AND
021890*    IS PULLED OUT BEFORE THE REMAINING TOKENS ARE ASSIGNED TO
021900*    THE CLASSIC POSITIONAL PARMS (PORT, SNIPPET NAME, MODES).
021910*    EVERY SUITE FILE NAME IS THEN BUILT FROM THE ENVIRONMENT
021920*    PREFIX SO A TEST RUN NEVER TOUCHES A PRODUCTION FILE.
021930*----------------------------------------------------------------
021940 1010-RESOLVE-ENVIRONMENT.
021950     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
021960     MOVE SPACES TO WS-PARM-TOKEN-TABLE
021970     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
021980         INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2),
021990             WS-PARM-TOKEN (3), WS-PARM-TOKEN (4),
022000             WS-PARM-TOKEN (5)
022010     END-UNSTRING
022020     MOVE ZERO TO WS-PARM-SLOT
022030     PERFORM 1015-ASSIGN-ONE-TOKEN THRU 1015-EXIT
022040         VARYING WS-TOKEN-SUB FROM 1 BY 1
022050         UNTIL WS-TOKEN-SUB > 5
022060     IF WS-ENV-NAME NOT = SPACES
022070         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
022080     END-IF
022090     MOVE "TRANLOG" TO WS-BASE-FILENAME
022100     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022110     MOVE WS-BUILT-FILENAME TO WS-TRANLOG-FILENAME
022120     MOVE "ERRLOG" TO WS-BASE-FILENAME
022130     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022140     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
022150     MOVE "STEPLOG" TO WS-BASE-FILENAME
022160     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022170     MOVE WS-BUILT-FILENAME TO WS-STEPLOG-FILENAME
022180     MOVE "CKPTFILE" TO WS-BASE-FILENAME
022190     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022200     MOVE WS-BUILT-FILENAME TO WS-CKPT-FILENAME
022210     MOVE "RUNLOCK" TO WS-BASE-FILENAME
022220     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022230     MOVE WS-BUILT-FILENAME TO WS-RUNLOCK-FILENAME
022240     MOVE "LOCKWORK" TO WS-BASE-FILENAME
022250     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022260     MOVE WS-BUILT-FILENAME TO WS-LOCKWORK-FILENAME
022270     MOVE "MANIFEST" TO WS-BASE-FILENAME
022280     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022290     MOVE WS-BUILT-FILENAME TO WS-MANIFEST-FILENAME
022300     MOVE "REJECTS" TO WS-BASE-FILENAME
022310     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022320     MOVE WS-BUILT-FILENAME TO WS-REJECTS-FILENAME
022330     MOVE "REJWORK" TO WS-BASE-FILENAME
022340     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022350     MOVE WS-BUILT-FILENAME TO WS-REJWORK-FILENAME
022360     MOVE "DEADLTR" TO WS-BASE-FILENAME
022370     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022380     MOVE WS-BUILT-FILENAME TO WS-DEADLTR-FILENAME
022390     MOVE "RETRYCFG" TO WS-BASE-FILENAME
022400     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022410     MOVE WS-BUILT-FILENAME TO WS-RETRYCFG-FILENAME
022420     MOVE "JOBSTRM" TO WS-BASE-FILENAME
022430     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022440     MOVE WS-BUILT-FILENAME TO WS-JOBSTRM-FILENAME
022450     MOVE "SNIPPARM" TO WS-BASE-FILENAME
022460     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022470     MOVE WS-BUILT-FILENAME TO WS-SNIPPARM-FILENAME
022480     MOVE "WRKRCFG" TO WS-BASE-FILENAME
022490     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022500     MOVE WS-BUILT-FILENAME TO WS-WRKRCFG-FILENAME
022510     MOVE "ALERTS" TO WS-BASE-FILENAME
022520     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022530     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME
022540     MOVE "RUNHIST" TO WS-BASE-FILENAME
022550     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022560     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
022570     MOVE "AUDITRPT" TO WS-BASE-FILENAME
022580     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022590     MOVE WS-BUILT-FILENAME TO WS-AUDITRPT-FILENAME
022600     MOVE "SNIPLIB" TO WS-BASE-FILENAME
022610     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022620     MOVE WS-BUILT-FILENAME TO WS-SNIPLIB-FILENAME
022630     MOVE "SNIPRSLT" TO WS-BASE-FILENAME
022640     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022650     MOVE WS-BUILT-FILENAME TO WS-SNIPRSLT-FILENAME
022660     MOVE "SNIPEXP" TO WS-BASE-FILENAME
022670     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022680     MOVE WS-BUILT-FILENAME TO WS-SNIPEXP-FILENAME
022690     MOVE "SRVREG" TO WS-BASE-FILENAME
022700     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022710     MOVE WS-BUILT-FILENAME TO WS-SRVREG-FILENAME
022720     MOVE "SRVCFG" TO WS-BASE-FILENAME
022730     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022740     MOVE WS-BUILT-FILENAME TO WS-SRVCFG-FILENAME
022750     MOVE "SRVCAT" TO WS-BASE-FILENAME
022760     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022770     MOVE WS-BUILT-FILENAME TO WS-SRVCAT-FILENAME
022780     MOVE "SNIPCFG" TO WS-BASE-FILENAME
022790     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022800     MOVE WS-BUILT-FILENAME TO WS-SNIPCFG-FILENAME
022810     MOVE "SUMRPT" TO WS-BASE-FILENAME
022820     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022830     MOVE WS-BUILT-FILENAME TO WS-SUMRPT-FILENAME
022840     MOVE "IMGMST" TO WS-BASE-FILENAME
022850     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022860     MOVE WS-BUILT-FILENAME TO WS-IMGMST-FILENAME
022870     MOVE "IMGWORK" TO WS-BASE-FILENAME
022880     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022890     MOVE WS-BUILT-FILENAME TO WS-IMGWORK-FILENAME
022900     MOVE "OUTCAT" TO WS-BASE-FILENAME
022910     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022920     MOVE WS-BUILT-FILENAME TO WS-OUTCAT-FILENAME
022930     MOVE "CONVPROF" TO WS-BASE-FILENAME
022940     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
022950     MOVE WS-BUILT-FILENAME TO WS-CONVPROF-FILENAME.
022960
022970 1010-EXIT.
022980     EXIT.
022990
023000 1015-ASSIGN-ONE-TOKEN.
023010     IF WS-PARM-TOKEN (WS-TOKEN-SUB) = SPACES
023020         GO TO 1015-EXIT
023030     END-IF
023040     IF WS-PARM-TOKEN (WS-TOKEN-SUB) (1:4) = "ENV="
023050         MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (5:8)
023060             TO WS-ENV-NAME
023070         GO TO 1015-EXIT
023080     END-IF
023090     IF WS-PARM-TOKEN (WS-TOKEN-SUB) = "CLEARLOCK"
023100         SET WS-CLEAR-LOCK-REQUESTED TO TRUE
023110         GO TO 1015-EXIT
023120     END-IF
023130     ADD 1 TO WS-PARM-SLOT
023140     EVALUATE WS-PARM-SLOT
023150         WHEN 1
023160             MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (1:5)
023170                 TO WS-PORT-PARM
023180         WHEN 2
023190             MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8)
023200                 TO WS-SNIPPET-NAME-PARM
023210         WHEN 3
023220             MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8)
023230                 TO WS-MODE-PARM-1
023240         WHEN 4
023250             MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (1:8)
023260                 TO WS-MODE-PARM-2
023270     END-EVALUATE.
023280 1015-EXIT.
023290     EXIT.
023300
023310*----------------------------------------------------------------
023320*    1020/1030 - LOOK THE ENVIRONMENT UP IN ENVPROF.  AN
023330*    ENVIRONMENT WITH NO PROFILE ROW STILL GETS A PREFIX OF ITS
023340*    OWN NAME PLUS A DOT, SO A MISCONFIGURED TEST RUN CAN NEVER
023350*    FALL THROUGH ONTO THE PRODUCTION FILES.
023360*----------------------------------------------------------------
023370 1020-LOAD-ENV-PROFILE.
023380     MOVE "N" TO WS-ENV-FOUND-SW
023390     MOVE "N" TO WS-ENVPROF-EOF-SW
023400     OPEN INPUT ENV-PROFILE-FILE
023410     IF WS-ENVPROF-STATUS NOT = "00"
023420         MOVE "Y" TO WS-ENVPROF-EOF-SW
023430     END-IF
023440     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
023450         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
023460     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
023470         CLOSE ENV-PROFILE-FILE
023480     END-IF
023490     IF WS-ENV-FOUND
023500         DISPLAY "ENVIRONMENT " WS-ENV-NAME " - FILE PREFIX "
023510                 WS-ENV-PREFIX
023520     ELSE
023530         MOVE SPACES TO WS-ENV-PREFIX
023540         STRING WS-ENV-NAME DELIMITED BY SPACE
023550                "."         DELIMITED BY SIZE
023560                INTO WS-ENV-PREFIX
023570         DISPLAY "ENVIRONMENT " WS-ENV-NAME
023580                 " NOT IN ENVPROF - USING PREFIX "
023590                 WS-ENV-PREFIX
023600     END-IF.
023610 1020-EXIT.
023620     EXIT.
023630
023640 1030-READ-ONE-PROFILE.
023650     READ ENV-PROFILE-FILE
023660         AT END
023670             MOVE "Y" TO WS-ENVPROF-EOF-SW
023680     END-READ
023690     IF WS-ENVPROF-EOF
023700         GO TO 1030-EXIT
023710     END-IF
023720     IF ENV-PROFILE-RECORD = SPACES
023730         OR EV-ENV-NAME (1:1) = "*"
023740         GO TO 1030-EXIT
023750     END-IF
023760     IF EV-ENV-NAME = WS-ENV-NAME
023770         SET WS-ENV-FOUND TO TRUE
023780         MOVE EV-PREFIX TO WS-ENV-PREFIX
023790     END-IF.
023800 1030-EXIT.
023810     EXIT.
023820
023830*----------------------------------------------------------------
023840*    1050 - PREFIX ONE BASE FILE NAME WITH THE ENVIRONMENT
023850*    PREFIX.  A BLANK PREFIX CONTRIBUTES NOTHING, SO THE BARE
023860*    NAME COMES BACK UNCHANGED.
023870*----------------------------------------------------------------
023880 1050-BUILD-ONE-FILENAME.
023890     MOVE SPACES TO WS-BUILT-FILENAME
023900     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
023910            WS-BASE-FILENAME DELIMITED BY SPACE
023920            INTO WS-BUILT-FILENAME.
023930 1050-EXIT.
023940     EXIT.
023950
023960 1100-VALIDATE-NODE-RUNTIME.
023970     CALL "SYSTEM" USING WS-NODE-CHECK-COMMAND
023980     IF RETURN-CODE = ZERO
023990         SET WS-NODE-RUNTIME-OK TO TRUE
024000     ELSE
024010         MOVE "N" TO WS-NODE-RUNTIME-SW
024020         MOVE "INITIALIZE"         TO WS-ERR-STEP-NAME
024030         MOVE "NODE RUNTIME NOT FOUND ON PATH" TO WS-ERR-MESSAGE
024040         MOVE 9001                 TO WS-ERR-CODE
024050         MOVE SPACES          TO WS-SCRIPT-CHECK-FILENAME
024060         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
024070     END-IF.
024080 1100-EXIT.
024090     EXIT.
024100
024110 1200-OPEN-LOG-FILES.
024120     OPEN EXTEND TRANSACTION-LOG-FILE
024130     IF WS-TRANLOG-STATUS NOT = "00"
024140         OPEN OUTPUT TRANSACTION-LOG-FILE
024150     END-IF
024160     OPEN EXTEND ERROR-LOG-FILE
024170     IF WS-ERRLOG-STATUS NOT = "00"
024180         OPEN OUTPUT ERROR-LOG-FILE
024190     END-IF
024200     OPEN EXTEND STEP-LOG-FILE
024210     IF WS-STEPLOG-STATUS NOT = "00"
024220         OPEN OUTPUT STEP-LOG-FILE
024230     END-IF
024240     OPEN EXTEND ALERTS-FILE
024250     IF WS-ALERTS-STATUS NOT = "00"
024260         OPEN OUTPUT ALERTS-FILE
024270     END-IF.
024280 1200-EXIT.
024290     EXIT.
024300
024310 1400-OPEN-CHECKPOINT-FILE.
024320     SET WS-CKPT-FILE-AVAILABLE TO TRUE
024330     OPEN I-O CHECKPOINT-FILE
024340     IF WS-CKPT-STATUS NOT = "00"
024350         OPEN OUTPUT CHECKPOINT-FILE
024360         IF WS-CKPT-STATUS = "00"
024370             CLOSE CHECKPOINT-FILE
024380             OPEN I-O CHECKPOINT-FILE
024390         END-IF
024400     END-IF
024410     IF WS-CKPT-STATUS NOT = "00"
024420         MOVE "N" TO WS-CKPT-FILE-AVAILABLE-SW
024430     END-IF.
024440 1400-EXIT.
024450     EXIT.
024460
024470*----------------------------------------------------------------
024480*    1450/1460/1470 - TAKE THE RUN LOCK FOR THIS ENVIRONMENT.
024490*    A LOCK HELD BY A LIVE PROCESS REFUSES THE RUN (9091).  A
024500*    LOCK WHOSE PROCESS HAS GONE IS STALE - THAT JOB DIED PART
024510*    WAY - AND ALSO REFUSES THE RUN (9092) UNTIL THE OPERATOR
024520*    HAS CHECKED THE FILES AND RERUNS WITH CLEARLOCK (9093).
024530*    THE PROCESS ID COMES BACK FROM THE SHELL THROUGH ITS OWN
024540*    LOCKWORK FILE, SO NO STEP'S WORK FILE IS DISTURBED.  A LOCK
024550*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT STOP THE
024560*    RUN.
024570*----------------------------------------------------------------
024580 1450-TAKE-RUN-LOCK.
024590     PERFORM 1460-GET-OWN-PROCESS-ID THRU 1460-EXIT
024600     PERFORM 1470-READ-RUN-LOCK THRU 1470-EXIT
024610     MOVE "INITIALIZE" TO WS-ERR-STEP-NAME
024620     MOVE SPACES       TO WS-SCRIPT-CHECK-FILENAME
024630     MOVE SPACES       TO WS-ERR-MESSAGE
024640     IF WS-LOCK-FOUND AND NOT WS-LOCK-STALE
024650         STRING "RUN LOCK HELD BY " DELIMITED BY SIZE
024660                WS-LOCK-HOLDER      DELIMITED BY SIZE
024670                INTO WS-ERR-MESSAGE
024680         MOVE 9091 TO WS-ERR-CODE
024690         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
024700         SET WS-RUN-REFUSED TO TRUE
024710         DISPLAY "RUN REFUSED - ANOTHER JOB HOLDS THE RUN LOCK"
024720         GO TO 1450-EXIT
024730     END-IF
024740     IF WS-LOCK-FOUND AND NOT WS-CLEAR-LOCK-REQUESTED
024750         STRING "STALE RUN LOCK "   DELIMITED BY SIZE
024760                WS-LOCK-HOLDER      DELIMITED BY SIZE
024770                INTO WS-ERR-MESSAGE
024780         MOVE 9092 TO WS-ERR-CODE
024790         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
024800         SET WS-RUN-REFUSED TO TRUE
024810         DISPLAY "RUN REFUSED - STALE RUN LOCK; CHECK THE FILES, "
024820                 "THEN RERUN WITH CLEARLOCK"
024830         GO TO 1450-EXIT
024840     END-IF
024850     IF WS-LOCK-FOUND
024860         STRING "STALE LOCK CLEARED "  DELIMITED BY SIZE
024870                WS-LOCK-HOLDER         DELIMITED BY SIZE
024880                INTO WS-ERR-MESSAGE
024890         MOVE 9093 TO WS-ERR-CODE
024900         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
024910     END-IF
024920     OPEN OUTPUT RUN-LOCK-FILE
024930     IF WS-RUNLOCK-STATUS NOT = "00"
024940         DISPLAY "RUNLOCK NOT WRITTEN, STATUS " WS-RUNLOCK-STATUS
024950         GO TO 1450-EXIT
024960     END-IF
024970     MOVE SPACES                 TO RUN-LOCK-RECORD
024980     MOVE WS-RUN-ID              TO RL-RUN-ID
024990     MOVE "MAIN"                 TO RL-PROGRAM
025000     MOVE WS-OWN-PID             TO RL-PROCESS-ID
025010     MOVE WS-RUN-START-TIMESTAMP TO RL-START-TIMESTAMP
025020     WRITE RUN-LOCK-RECORD
025030     CLOSE RUN-LOCK-FILE
025040     SET WS-RUN-LOCK-HELD TO TRUE.
025050 1450-EXIT.
025060     EXIT.
025070
025080 1460-GET-OWN-PROCESS-ID.
025090     MOVE ZERO TO WS-OWN-PID
025100     MOVE SPACES TO WS-WORKER-COMMAND
025110     STRING "printf '%010d\n' $PPID > " DELIMITED BY SIZE
025120            WS-LOCKWORK-FILENAME         DELIMITED BY SPACE
025130            " 2>/dev/null"               DELIMITED BY SIZE
025140            INTO WS-WORKER-COMMAND
025150     CALL "SYSTEM" USING WS-WORKER-COMMAND
025160     OPEN INPUT LOCK-WORK-FILE
025170     IF WS-LOCKWORK-STATUS NOT = "00"
025180         GO TO 1460-EXIT
025190     END-IF
025200     READ LOCK-WORK-FILE
025210         AT END CONTINUE
025220     END-READ
025230     IF WS-LOCKWORK-STATUS = "00"
025240         AND LW-PROCESS-ID IS NUMERIC
025250         MOVE LW-PROCESS-ID TO WS-OWN-PID
025260     END-IF
025270     CLOSE LOCK-WORK-FILE.
025280 1460-EXIT.
025290     EXIT.
025300
025310*----------------------------------------------------------------
025320*    1470 - WHO, IF ANYONE, HOLDS THE LOCK.  AN EMPTY OR MISSING
025330*    RUNLOCK IS FREE.  THE HOLDER'S PROCESS IS PROBED WITH
025340*    KILL -0, AS SRVMON PROBES A SERVER; A LOCK WITH NO USABLE
025350*    PROCESS ID CANNOT BE PROVED ALIVE AND COUNTS AS STALE.
025360*----------------------------------------------------------------
025370 1470-READ-RUN-LOCK.
025380     MOVE "N" TO WS-LOCK-FOUND-SW
025390     MOVE "N" TO WS-LOCK-STALE-SW
025400     MOVE SPACES TO WS-LOCK-HOLDER
025410     OPEN INPUT RUN-LOCK-FILE
025420     IF WS-RUNLOCK-STATUS NOT = "00"
025430         GO TO 1470-EXIT
025440     END-IF
025450     MOVE SPACES TO RUN-LOCK-RECORD
025460     READ RUN-LOCK-FILE
025470         AT END CONTINUE
025480     END-READ
025490     CLOSE RUN-LOCK-FILE
025500     IF RUN-LOCK-RECORD = SPACES
025510         GO TO 1470-EXIT
025520     END-IF
025530     SET WS-LOCK-FOUND TO TRUE
025540     STRING RL-PROGRAM    DELIMITED BY SPACE
025550            " RUN "       DELIMITED BY SIZE
025560            RL-RUN-ID     DELIMITED BY SPACE
025570            " PID "       DELIMITED BY SIZE
025580            RL-PROCESS-ID DELIMITED BY SIZE
025590            INTO WS-LOCK-HOLDER
025600     IF RL-PROCESS-ID IS NOT NUMERIC
025610         OR RL-PROCESS-ID = ZERO
025620         SET WS-LOCK-STALE TO TRUE
025630         GO TO 1470-EXIT
025640     END-IF
025650     MOVE SPACES TO WS-WORKER-COMMAND
025660     STRING "kill -0 "         DELIMITED BY SIZE
025670            RL-PROCESS-ID      DELIMITED BY SIZE
025680            " >/dev/null 2>&1" DELIMITED BY SIZE
025690            INTO WS-WORKER-COMMAND
025700     CALL "SYSTEM" USING WS-WORKER-COMMAND
025710     IF RETURN-CODE NOT = ZERO
025720         SET WS-LOCK-STALE TO TRUE
025730     END-IF.
025740 1470-EXIT.
025750     EXIT.
025760
025770 1500-LOAD-PORT-CONFIG.
025780     MOVE 8000 TO WS-PORT-CONFIG
025790*    THE COMMAND LINE ITSELF WAS PARSED AT 1010, BEFORE ANY
025800*    FILE NAME WAS BUILT
025810     IF WS-PORT-PARM IS NUMERIC AND WS-PORT-PARM NOT = ZERO
025820         MOVE WS-PORT-PARM TO WS-PORT-CONFIG
025830     ELSE
025840         PERFORM 1510-READ-PORT-CONFIG-FILE THRU 1510-EXIT
025850     END-IF
025860     PERFORM 1520-LOAD-SNIPPET-NAME THRU 1520-EXIT
025870     PERFORM 1540-SCAN-MODE-PARMS THRU 1540-EXIT
025880     PERFORM 1560-LOAD-RETRY-CONFIG THRU 1560-EXIT.
025890 1500-EXIT.
025900     EXIT.
025910
025920 1510-READ-PORT-CONFIG-FILE.
025930     OPEN INPUT SERVER-CONFIG-FILE
025940     IF WS-SRVCFG-STATUS = "00"
025950         READ SERVER-CONFIG-FILE
025960             AT END CONTINUE
025970         END-READ
025980         IF WS-SRVCFG-STATUS = "00"
025990             AND SC-PORT-VALUE NOT = ZERO
026000                 MOVE SC-PORT-VALUE TO WS-PORT-CONFIG
026010         END-IF
026020         CLOSE SERVER-CONFIG-FILE
026030     END-IF.
026040 1510-EXIT.
026050     EXIT.
026060
026070 1520-LOAD-SNIPPET-NAME.
026080     IF WS-SNIPPET-NAME-PARM NOT = SPACES
026090         MOVE WS-SNIPPET-NAME-PARM TO WS-SNIPPET-NAME
026100     ELSE
026110         PERFORM 1530-READ-SNIPPET-NAME-CONFIG THRU 1530-EXIT
026120     END-IF.
026130 1520-EXIT.
026140     EXIT.
026150
026160 1530-READ-SNIPPET-NAME-CONFIG.
026170     OPEN INPUT SNIPPET-NAME-CONFIG-FILE
026180     IF WS-SNIPCFG-STATUS = "00"
026190         READ SNIPPET-NAME-CONFIG-FILE
026200             AT END CONTINUE
026210         END-READ
026220         IF WS-SNIPCFG-STATUS = "00"
026230             AND SNC-SNIPPET-NAME NOT = SPACES
026240                 MOVE SNC-SNIPPET-NAME TO WS-SNIPPET-NAME
026250         END-IF
026260         CLOSE SNIPPET-NAME-CONFIG-FILE
026270     END-IF.
026280 1530-EXIT.
026290     EXIT.
026300
026310 1540-SCAN-MODE-PARMS.
026320     IF WS-MODE-PARM-1 = "RETRY" OR WS-MODE-PARM-2 = "RETRY"
026330         SET WS-RETRY-MODE TO TRUE
026340         DISPLAY "RETRY MODE - PROCESSING THE REJECTS FILE"
026350     END-IF
026360     IF WS-MODE-PARM-1 = "DRYRUN" OR WS-MODE-PARM-2 = "DRYRUN"
026370         SET WS-DRYRUN-MODE TO TRUE
026380         DISPLAY "DRY RUN - VALIDATING ONLY, NOTHING WILL BE "
026390                 "EXECUTED"
026400     END-IF.
026410 1540-EXIT.
026420     EXIT.
026430
026440 1560-LOAD-RETRY-CONFIG.
026450     OPEN INPUT RETRY-CONFIG-FILE
026460     IF WS-RETRYCFG-STATUS = "00"
026470         READ RETRY-CONFIG-FILE
026480             AT END CONTINUE
026490         END-READ
026500         IF WS-RETRYCFG-STATUS = "00"
026510             AND RT-MAX-ATTEMPTS IS NUMERIC
026520             AND RT-MAX-ATTEMPTS > ZERO
026530                 MOVE RT-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
026540         END-IF
026550         CLOSE RETRY-CONFIG-FILE
026560     END-IF.
026570 1560-EXIT.
026580     EXIT.
026590
026600*----------------------------------------------------------------
026610*    1570/1575/1580 - BUILD THE SUBSTITUTION SYMBOL TABLE: THE
026620*    BUILT-INS FIRST, THEN THE OPTIONAL SNIPPARM NAME=VALUE
026630*    RECORDS (BLANKS AND * COMMENTS SKIPPED)
026640*----------------------------------------------------------------
026650 1570-LOAD-SNIPPET-PARMS.
026660     MOVE ZERO TO WS-SYM-COUNT
026670     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
026680     MOVE "RUNDATE" TO WS-SYM-RAW-NAME
026690     MOVE WS-TS-DATE TO WS-SYM-RAW-VALUE
026700     PERFORM 1580-STORE-SYMBOL THRU 1580-EXIT
026710     MOVE "PORT" TO WS-SYM-RAW-NAME
026720     MOVE WS-PORT-CONFIG TO WS-PORT-EDITED
026730     MOVE WS-PORT-EDITED TO WS-SYM-RAW-VALUE
026740     PERFORM 1580-STORE-SYMBOL THRU 1580-EXIT
026750     OPEN INPUT SNIPPET-PARM-FILE
026760     IF WS-SNIPPARM-STATUS NOT = "00"
026770         GO TO 1570-EXIT
026780     END-IF
026790     MOVE "N" TO WS-SNIPPARM-EOF-SW
026800     PERFORM 1575-READ-ONE-PARM THRU 1575-EXIT
026810         UNTIL WS-SNIPPARM-EOF
026820     CLOSE SNIPPET-PARM-FILE.
026830 1570-EXIT.
026840     EXIT.
026850
026860 1575-READ-ONE-PARM.
026870     READ SNIPPET-PARM-FILE
026880         AT END
026890             MOVE "Y" TO WS-SNIPPARM-EOF-SW
026900     END-READ
026910     IF WS-SNIPPARM-EOF
026920         GO TO 1575-EXIT
026930     END-IF
026940     IF SNIPPET-PARM-RECORD = SPACES
026950         OR SNIPPET-PARM-RECORD (1:1) = "*"
026960         GO TO 1575-EXIT
026970     END-IF
026980     MOVE SPACES TO WS-SYM-RAW-NAME
026990     MOVE SPACES TO WS-SYM-RAW-VALUE
027000     UNSTRING SNIPPET-PARM-RECORD DELIMITED BY "="
027010         INTO WS-SYM-RAW-NAME, WS-SYM-RAW-VALUE
027020     END-UNSTRING
027030     IF WS-SYM-RAW-NAME NOT = SPACES
027040         PERFORM 1580-STORE-SYMBOL THRU 1580-EXIT
027050     END-IF.
027060 1575-EXIT.
027070     EXIT.
027080
027090 1580-STORE-SYMBOL.
027100     IF WS-SYM-COUNT = 22
027110         DISPLAY "SNIPPARM: MORE THAN 20 PARMS - EXTRA IGNORED"
027120         GO TO 1580-EXIT
027130     END-IF
027140     ADD 1 TO WS-SYM-COUNT
027150     MOVE WS-SYM-RAW-NAME TO WS-SYM-NAME (WS-SYM-COUNT)
027160     MOVE WS-SYM-COUNT    TO WS-SYM-SET-SUB
027170     PERFORM 1583-SET-SYMBOL-VALUE THRU 1583-EXIT.
027180 1580-EXIT.
027190     EXIT.
027200
027210*----------------------------------------------------------------
027220*    1583 - LEFT-JUSTIFY WS-SYM-RAW-VALUE INTO THE ENTRY NAMED
027230*    BY WS-SYM-SET-SUB AND RECORD ITS TRIMMED LENGTH.  ALSO
027240*    USED BY 1585 TO REFRESH &PORT WHEN A JOB STREAM SERVER
027250*    STEP CHANGES THE PORT.
027260*----------------------------------------------------------------
027270 1583-SET-SYMBOL-VALUE.
027280     MOVE 1 TO WS-SCAN-SUB
027290     MOVE "N" TO WS-SCAN-DONE-SW
027300     PERFORM 1581-FIND-VALUE-START THRU 1581-EXIT
027310         UNTIL WS-SCAN-DONE
027320     IF WS-SCAN-SUB > 1 AND WS-SCAN-SUB NOT > 40
027330         MOVE WS-SYM-RAW-VALUE (WS-SCAN-SUB : 41 - WS-SCAN-SUB)
027340             TO WS-SUB-TARGET (1:40)
027350         MOVE WS-SUB-TARGET (1:40) TO WS-SYM-RAW-VALUE
027360     END-IF
027370     MOVE WS-SYM-RAW-VALUE TO WS-SYM-VALUE (WS-SYM-SET-SUB)
027380     MOVE 40 TO WS-SCAN-SUB
027390     MOVE "N" TO WS-SCAN-DONE-SW
027400     PERFORM 1582-FIND-VALUE-END THRU 1582-EXIT
027410         UNTIL WS-SCAN-DONE
027420     MOVE WS-SCAN-SUB TO WS-SYM-LEN (WS-SYM-SET-SUB).
027430 1583-EXIT.
027440     EXIT.
027450
027460*----------------------------------------------------------------
027470*    1585 - KEEP THE &PORT BUILT-IN (TABLE SLOT 2) IN STEP WITH
027480*    WS-PORT-CONFIG
027490*----------------------------------------------------------------
027500 1585-REFRESH-PORT-SYMBOL.
027510     MOVE WS-PORT-CONFIG TO WS-PORT-EDITED
027520     MOVE WS-PORT-EDITED TO WS-SYM-RAW-VALUE
027530     MOVE 2 TO WS-SYM-SET-SUB
027540     PERFORM 1583-SET-SYMBOL-VALUE THRU 1583-EXIT.
027550 1585-EXIT.
027560     EXIT.
027570
027580 1590-LOAD-WORKER-CONFIG.
027590     OPEN INPUT WORKER-CONFIG-FILE
027600     IF WS-WRKRCFG-STATUS NOT = "00"
027610         GO TO 1590-EXIT
027620     END-IF
027630     READ WORKER-CONFIG-FILE
027640         AT END CONTINUE
027650     END-READ
027660     IF WS-WRKRCFG-STATUS = "00"
027670         AND WC-WORKER-COUNT IS NUMERIC
027680         AND WC-WORKER-COUNT > ZERO
027690         IF WC-WORKER-COUNT > 8
027700             MOVE 8 TO WS-WORKER-COUNT
027710             DISPLAY "WRKRCFG ABOVE THE LIMIT - USING 8 WORKERS"
027720         ELSE
027730             MOVE WC-WORKER-COUNT TO WS-WORKER-COUNT
027740         END-IF
027750     END-IF
027760     CLOSE WORKER-CONFIG-FILE.
027770 1590-EXIT.
027780     EXIT.
027790
027800*----------------------------------------------------------------
027810*    1592/1593 - LOAD THE CONVERSION PROFILES.  A MISSING CONVPROF
027820*    IS NOT AN ERROR - EVERY ENTRY THAT NAMES A PROFILE WILL THEN
027830*    FAIL AS UNKNOWN.  A ROW WITH NO NAME OR A NON-NUMERIC WIDTH
027840*    OR QUALITY IS SKIPPED WITH A CONSOLE MESSAGE.
027850*----------------------------------------------------------------
027860 1592-LOAD-CONVERSION-PROFILES.
027870     MOVE ZERO TO WS-PROFILE-COUNT
027880     MOVE "N" TO WS-CONVPROF-EOF-SW
027890     OPEN INPUT CONVERSION-PROFILE-FILE
027900     IF WS-CONVPROF-STATUS NOT = "00"
027910         GO TO 1592-EXIT
027920     END-IF
027930     PERFORM 1593-STORE-ONE-PROFILE THRU 1593-EXIT
027940         UNTIL WS-CONVPROF-EOF
027950     CLOSE CONVERSION-PROFILE-FILE
027960     DISPLAY "CONVERSION PROFILES LOADED: " WS-PROFILE-COUNT.
027970 1592-EXIT.
027980     EXIT.
027990
028000 1593-STORE-ONE-PROFILE.
028010     READ CONVERSION-PROFILE-FILE
028020         AT END
028030             MOVE "Y" TO WS-CONVPROF-EOF-SW
028040     END-READ
028050     IF WS-CONVPROF-EOF
028060         GO TO 1593-EXIT
028070     END-IF
028080     IF CONVERSION-PROFILE-RECORD = SPACES
028090         OR CP-PROFILE-NAME (1:1) = "*"
028100         GO TO 1593-EXIT
028110     END-IF
028120     IF CP-PROFILE-NAME = SPACES
028130         OR (CP-WIDTH NOT = SPACES AND CP-WIDTH IS NOT NUMERIC)
028140         OR (CP-QUALITY NOT = SPACES
028150            AND CP-QUALITY IS NOT NUMERIC)
028160         DISPLAY "CONVPROF ROW SKIPPED - BAD NAME, WIDTH OR "
028170                 "QUALITY: " CP-PROFILE-NAME
028180         GO TO 1593-EXIT
028190     END-IF
028200     IF WS-PROFILE-COUNT = 50
028210         DISPLAY "CONVPROF HOLDS MORE THAN 50 PROFILES - "
028220                 "IGNORING " CP-PROFILE-NAME
028230         GO TO 1593-EXIT
028240     END-IF
028250     ADD 1 TO WS-PROFILE-COUNT
028260     MOVE CP-PROFILE-NAME TO WP-PROFILE-NAME (WS-PROFILE-COUNT)
028270     MOVE CP-GROUP-NAME   TO WP-GROUP-NAME (WS-PROFILE-COUNT)
028280     IF CP-SCRIPT = SPACES
028290         MOVE WS-GRACE-HOPPER-SCRIPT
028300             TO WP-SCRIPT (WS-PROFILE-COUNT)
028310     ELSE
028320         MOVE CP-SCRIPT TO WP-SCRIPT (WS-PROFILE-COUNT)
028330     END-IF
028340     MOVE CP-FORMAT       TO WP-FORMAT (WS-PROFILE-COUNT)
028350     MOVE CP-WIDTH        TO WP-WIDTH (WS-PROFILE-COUNT)
028360     MOVE CP-QUALITY      TO WP-QUALITY (WS-PROFILE-COUNT)
028370     MOVE CP-SUFFIX       TO WP-SUFFIX (WS-PROFILE-COUNT)
028380     MOVE SPACE           TO WP-SCRIPT-STATE (WS-PROFILE-COUNT)
028390     MOVE ZERO            TO WP-CONVERT-COUNT (WS-PROFILE-COUNT)
028400     MOVE ZERO            TO WP-SUCCESS-COUNT (WS-PROFILE-COUNT).
028410 1593-EXIT.
028420     EXIT.
028430
028440*----------------------------------------------------------------
028450*    1594/1595 - LOAD THE SERVICE CATALOG.  A ROW WITH NO NAME, A
028460*    PORT THAT IS NOT FIVE DIGITS OR AN UNKNOWN INSTANCE RULE IS
028470*    REPORTED AND SKIPPED, SO A SERVER STEP NAMING IT FAILS AS AN
028480*    UNKNOWN SERVICE RATHER THAN STARTING WITH A BAD SETTING.
028490*----------------------------------------------------------------
028500 1594-LOAD-SERVICE-CATALOG.
028510     MOVE ZERO TO WS-SERVICE-COUNT
028520     MOVE "N" TO WS-SRVCAT-EOF-SW
028530     OPEN INPUT SERVICE-CATALOG-FILE
028540     IF WS-SRVCAT-STATUS NOT = "00"
028550         GO TO 1594-EXIT
028560     END-IF
028570     PERFORM 1595-STORE-ONE-SERVICE THRU 1595-EXIT
028580         UNTIL WS-SRVCAT-EOF
028590     CLOSE SERVICE-CATALOG-FILE
028600     DISPLAY "SERVICE CATALOG ENTRIES LOADED: " WS-SERVICE-COUNT.
028610 1594-EXIT.
028620     EXIT.
028630
028640 1595-STORE-ONE-SERVICE.
028650     READ SERVICE-CATALOG-FILE
028660         AT END
028670             MOVE "Y" TO WS-SRVCAT-EOF-SW
028680     END-READ
028690     IF WS-SRVCAT-EOF
028700         GO TO 1595-EXIT
028710     END-IF
028720     IF SERVICE-CATALOG-RECORD = SPACES
028730         OR SV-SERVICE-NAME (1:1) = "*"
028740         GO TO 1595-EXIT
028750     END-IF
028760     IF SV-SERVICE-NAME = SPACES
028770         OR (SV-DEFAULT-PORT NOT = SPACES
028780             AND SV-DEFAULT-PORT IS NOT NUMERIC)
028790         OR (SV-INSTANCE-RULE NOT = SPACE
028800             AND SV-INSTANCE-RULE NOT = "S"
028810             AND SV-INSTANCE-RULE NOT = "M")
028820         DISPLAY "SRVCAT ROW SKIPPED - BAD NAME, PORT OR "
028830                 "INSTANCE RULE: " SV-SERVICE-NAME
028840         GO TO 1595-EXIT
028850     END-IF
028860     IF WS-SERVICE-COUNT = 30
028870         DISPLAY "SRVCAT HOLDS MORE THAN 30 SERVICES - "
028880                 "IGNORING " SV-SERVICE-NAME
028890         GO TO 1595-EXIT
028900     END-IF
028910     ADD 1 TO WS-SERVICE-COUNT
028920     MOVE SV-SERVICE-NAME TO WV-SERVICE-NAME (WS-SERVICE-COUNT)
028930     IF SV-SCRIPT = SPACES
028940         MOVE WS-SAMPLE-SERVER-SCRIPT
028950             TO WV-SCRIPT (WS-SERVICE-COUNT)
028960     ELSE
028970         MOVE SV-SCRIPT TO WV-SCRIPT (WS-SERVICE-COUNT)
028980     END-IF
028990     IF SV-DEFAULT-PORT = SPACES
029000         MOVE ZERO TO WV-PORT (WS-SERVICE-COUNT)
029010     ELSE
029020         MOVE SV-DEFAULT-PORT TO WV-PORT (WS-SERVICE-COUNT)
029030     END-IF
029040     MOVE SV-HOST         TO WV-HOST (WS-SERVICE-COUNT)
029050     MOVE SV-HEALTH-PATH  TO WV-HEALTH-PATH (WS-SERVICE-COUNT)
029060     IF SV-INSTANCE-RULE = SPACE
029070         MOVE "S" TO WV-INSTANCE-RULE (WS-SERVICE-COUNT)
029080     ELSE
029090        MOVE SV-INSTANCE-RULE
029100            TO WV-INSTANCE-RULE (WS-SERVICE-COUNT)
029110     END-IF.
029120 1595-EXIT.
029130     EXIT.
029140
029150 1581-FIND-VALUE-START.
029160     IF WS-SCAN-SUB > 40
029170         MOVE "Y" TO WS-SCAN-DONE-SW
029180         GO TO 1581-EXIT
029190     END-IF
029200     IF WS-SYM-RAW-VALUE (WS-SCAN-SUB : 1) NOT = SPACE
029210         MOVE "Y" TO WS-SCAN-DONE-SW
029220     ELSE
029230         ADD 1 TO WS-SCAN-SUB
029240     END-IF.
029250 1581-EXIT.
029260     EXIT.
029270
029280 1582-FIND-VALUE-END.
029290     IF WS-SCAN-SUB < 1
029300         MOVE "Y" TO WS-SCAN-DONE-SW
029310         GO TO 1582-EXIT
029320     END-IF
029330     IF WS-SYM-VALUE (WS-SYM-SET-SUB) (WS-SCAN-SUB : 1)
029340         NOT = SPACE
029350         MOVE "Y" TO WS-SCAN-DONE-SW
029360     ELSE
029370         SUBTRACT 1 FROM WS-SCAN-SUB
029380     END-IF.
029390 1582-EXIT.
029400     EXIT.
029410
029420
029430 1550-OPEN-SNIPPET-LIBRARY.
029440     SET WS-SNIPLIB-AVAILABLE TO TRUE
029450     OPEN INPUT SNIPPET-LIBRARY-FILE
029460     IF WS-SNIPLIB-STATUS NOT = "00"
029470         MOVE "N" TO WS-SNIPLIB-AVAILABLE-SW
029480     END-IF.
029490 1550-EXIT.
029500     EXIT.
029510
029520*================================================================
029530*    1600/1700 - CHECKPOINT HELPERS, SHARED BY EACH STEP
029540*================================================================
029550 1600-CHECK-CHECKPOINT.
029560     MOVE "N" TO WS-STEP-ALREADY-DONE-SW
029570     IF WS-CKPT-FILE-AVAILABLE
029580         READ CHECKPOINT-FILE
029590             INVALID KEY
029600                 MOVE "N" TO WS-STEP-ALREADY-DONE-SW
029610             NOT INVALID KEY
029620                 IF CKPT-STEP-COMPLETE
029630                     MOVE "Y" TO WS-STEP-ALREADY-DONE-SW
029640                 END-IF
029650         END-READ
029660     END-IF.
029670 1600-EXIT.
029680     EXIT.
029690
029700 1650-BUILD-TIMESTAMP.
029710     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
029720     ACCEPT WS-TS-TIME FROM TIME
029730     STRING WS-TS-DATE   DELIMITED BY SIZE
029740            "-"          DELIMITED BY SIZE
029750            WS-TS-TIME   DELIMITED BY SIZE
029760            INTO WS-CURRENT-TIMESTAMP.
029770 1650-EXIT.
029780     EXIT.
029790
029800 1700-WRITE-CHECKPOINT.
029810     IF WS-CKPT-FILE-AVAILABLE
029820         PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
029830         MOVE WS-CURRENT-TIMESTAMP TO CKPT-TIMESTAMP
029840         SET CKPT-STEP-COMPLETE TO TRUE
029850         REWRITE CHECKPOINT-RECORD
029860             INVALID KEY
029870                 WRITE CHECKPOINT-RECORD
029880         END-REWRITE
029890     END-IF.
029900 1700-EXIT.
029910     EXIT.
029920
029930*----------------------------------------------------------------
029940*    1750 - CHECKPOINT A CONDITION-BYPASSED STEP AS SKIPPED.
029950*    THE S STATUS IS NOT COMPLETE, SO A RESTART RE-EVALUATES
029960*    THE CONDITION AND A LATER IFOK NEVER MISTAKES THE BYPASS
029970*    FOR A SUCCESS.
029980*----------------------------------------------------------------
029990 1750-WRITE-SKIP-CHECKPOINT.
030000     IF WS-CKPT-FILE-AVAILABLE
030010         PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
030020         MOVE WS-CURRENT-TIMESTAMP TO CKPT-TIMESTAMP
030030         SET CKPT-STEP-BYPASSED TO TRUE
030040         REWRITE CHECKPOINT-RECORD
030050             INVALID KEY
030060                 WRITE CHECKPOINT-RECORD
030070         END-REWRITE
030080     END-IF.
030090 1750-EXIT.
030100     EXIT.
030110
030120*----------------------------------------------------------------
030130*    1800/1810 - LOAD THE OPTIONAL JOBSTRM CONTROL FILE.  BLANK
030140*    RECORDS AND RECORDS STARTING WITH * ARE COMMENTS.  A
030150*    SERVER STEP'S PARAMETER IS THE PORT, UP TO 5 DIGITS IN
030160*    COLUMNS 10-14.  COLUMNS 91-98 MAY CARRY A CONDITION (IFOK
030170*    OR ONFAIL) AND COLUMNS 100-101 THE EARLIER STEP NUMBER IT
030180*    REFERS TO; BLANK MEANS THE IMMEDIATELY PRIOR STEP.
030190*----------------------------------------------------------------
030200 1800-LOAD-JOB-STREAM.
030210     MOVE "N" TO WS-JOBSTRM-LOADED-SW
030220     OPEN INPUT JOB-STREAM-FILE
030230     IF WS-JOBSTRM-STATUS NOT = "00"
030240         GO TO 1800-EXIT
030250     END-IF
030260     MOVE "N" TO WS-JOBSTRM-EOF-SW
030270     PERFORM 1810-READ-JOB-STEP THRU 1810-EXIT
030280         UNTIL WS-JOBSTRM-EOF
030290     CLOSE JOB-STREAM-FILE
030300     IF WS-JOB-STEP-COUNT > ZERO
030310         SET WS-JOBSTRM-LOADED TO TRUE
030320         DISPLAY "JOB STREAM LOADED - " WS-JOB-STEP-COUNT
030330                 " STEP(S)"
030340     END-IF.
030350 1800-EXIT.
030360     EXIT.
030370
030380 1810-READ-JOB-STEP.
030390     READ JOB-STREAM-FILE
030400         AT END
030410             MOVE "Y" TO WS-JOBSTRM-EOF-SW
030420     END-READ
030430     IF WS-JOBSTRM-EOF
030440         GO TO 1810-EXIT
030450     END-IF
030460     IF JOB-STREAM-RECORD = SPACES
030470         OR JS-STEP-TYPE (1:1) = "*"
030480         GO TO 1810-EXIT
030490     END-IF
030500     IF WS-JOB-STEP-COUNT = 50
030510         DISPLAY "JOBSTRM HAS MORE THAN 50 STEPS - EXTRA "
030520                 "STEPS IGNORED"
030530         MOVE "Y" TO WS-JOBSTRM-EOF-SW
030540         GO TO 1810-EXIT
030550     END-IF
030560     ADD 1 TO WS-JOB-STEP-COUNT
030570     MOVE JS-STEP-TYPE  TO WS-JOB-TYPE (WS-JOB-STEP-COUNT)
030580     MOVE JS-PARAMETER  TO WS-JOB-PARM (WS-JOB-STEP-COUNT)
030590     MOVE "PENDING "    TO WS-JOB-STATUS (WS-JOB-STEP-COUNT)
030600     MOVE JS-CONDITION  TO WS-JOB-CONDITION (WS-JOB-STEP-COUNT)
030610     IF JS-COND-STEP IS NUMERIC
030620         MOVE JS-COND-STEP
030630             TO WS-JOB-COND-STEP (WS-JOB-STEP-COUNT)
030640     ELSE
030650         MOVE ZERO TO WS-JOB-COND-STEP (WS-JOB-STEP-COUNT)
030660     END-IF.
030670 1810-EXIT.
030680     EXIT.
030690
030700*================================================================
030710*    2000-SNIPPET-STEP - RUN THE AD HOC NODE.JS SNIPPET
030720*================================================================
030730 2000-SNIPPET-STEP.
030740     MOVE WS-CURRENT-STEP-NUMBER TO CKPT-STEP-NUMBER
030750     PERFORM 1600-CHECK-CHECKPOINT THRU 1600-EXIT
030760     IF WS-STEP-ALREADY-DONE
030770         DISPLAY "SNIPPET STEP ALREADY COMPLETE - SKIPPING"
030780         MOVE "SKIPPED " TO WS-CURRENT-STEP-STATUS
030790         GO TO 2000-EXIT
030800     END-IF
030810     ACCEPT WS-STEP1-START-TIME FROM TIME
030820     PERFORM 2100-LOAD-SNIPPET-FROM-LIBRARY THRU 2100-EXIT
030830     PERFORM 2200-SUBSTITUTE-SYMBOLS THRU 2200-EXIT
030840     IF WS-SUB-FAILED
030850         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
030860         ACCEPT WS-STEP1-END-TIME FROM TIME
030870         GO TO 2000-EXIT
030880     END-IF
030890     MOVE "N" TO WS-OUTPUT-MISMATCH-SW
030900     CALL "EXEC_NODEJS" USING NODEJS-CODE, NODEJS-OUTPUT
030910     MOVE RETURN-CODE TO WS-STEP1-COMPLETION-CODE
030920     MOVE "EXEC_NODEJS"        TO WS-LOG-PROGRAM-NAME
030930     MOVE NODEJS-CODE-SEGMENT (1) TO WS-LOG-SCRIPT-OR-CODE
030940     MOVE WS-STEP1-COMPLETION-CODE TO WS-LOG-COMPLETION-CODE
030950     PERFORM 8000-LOG-TRANSACTION THRU 8000-EXIT
030960     PERFORM 2300-WRITE-SNIPPET-RESULT THRU 2300-EXIT
030970     IF WS-STEP1-COMPLETION-CODE = ZERO
030980         PERFORM 2400-VERIFY-EXPECTED-OUTPUT THRU 2400-EXIT
030990     END-IF
031000     IF WS-STEP1-COMPLETION-CODE = ZERO
031010         AND NOT WS-OUTPUT-MISMATCH
031020         MOVE "SUCCESS " TO WS-CURRENT-STEP-STATUS
031030         MOVE WS-CURRENT-STEP-NUMBER TO CKPT-STEP-NUMBER
031040         MOVE "SNIPPET-EXEC"   TO CKPT-STEP-NAME
031050         PERFORM 1700-WRITE-CHECKPOINT THRU 1700-EXIT
031060     ELSE
031070         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
031080     END-IF
031090     ACCEPT WS-STEP1-END-TIME FROM TIME.
031100 2000-EXIT.
031110     EXIT.
031120
031130*----------------------------------------------------------------
031140*    2300 - THE CAPTURED SNIPPET OUTPUT GOES TO THE KEYED
031150*    SNIPRSLT FILE, TAGGED WITH THE RUN ID AND SNIPPET NAME, SO
031160*    IT SURVIVES THE RUN.  THE FILE IS CREATED ON FIRST USE THE
031170*    SAME WAY AS THE RUN HISTORY MASTER.  A RERUN OF THE SAME
031180*    SNIPPET IN THE SAME RUN REWRITES ITS ROW.
031190*----------------------------------------------------------------
031200 2300-WRITE-SNIPPET-RESULT.
031210     OPEN I-O SNIPPET-RESULT-FILE
031220     IF WS-SNIPRSLT-STATUS NOT = "00"
031230         OPEN OUTPUT SNIPPET-RESULT-FILE
031240         IF WS-SNIPRSLT-STATUS = "00"
031250             CLOSE SNIPPET-RESULT-FILE
031260             OPEN I-O SNIPPET-RESULT-FILE
031270         END-IF
031280     END-IF
031290     IF WS-SNIPRSLT-STATUS NOT = "00"
031300         DISPLAY "SNIPRSLT UNAVAILABLE, STATUS "
031310                 WS-SNIPRSLT-STATUS
031320                 " - SNIPPET OUTPUT NOT RECORDED"
031330         GO TO 2300-EXIT
031340     END-IF
031350     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
031360     MOVE SPACES TO SNIPPET-RESULT-RECORD
031370     MOVE WS-RUN-ID                TO SN-RUN-ID
031380     MOVE WS-SNIPPET-NAME          TO SN-SNIPPET-NAME
031390     MOVE WS-CURRENT-TIMESTAMP    TO SN-TIMESTAMP
031400     MOVE WS-STEP1-COMPLETION-CODE TO SN-COMPLETION-CODE
031410     MOVE NODEJS-OUTPUT            TO SN-OUTPUT
031420     WRITE SNIPPET-RESULT-RECORD
031430         INVALID KEY
031440             REWRITE SNIPPET-RESULT-RECORD
031450     END-WRITE
031460     CLOSE SNIPPET-RESULT-FILE.
031470 2300-EXIT.
031480     EXIT.
031490
031500*----------------------------------------------------------------
031510*    2400 - COMPARE THE CAPTURED OUTPUT AGAINST THE OPTIONAL
031520*    EXPECTED-OUTPUT ROW FOR THE SNIPPET.  NO SNIPEXP FILE OR
031530*    NO ROW FOR THE SNIPPET MEANS NO CHECK; A DIFFERENCE FAILS
031540*    THE STEP WITH AN ERRLOG RECORD.
031550*----------------------------------------------------------------
031560 2400-VERIFY-EXPECTED-OUTPUT.
031570     OPEN INPUT SNIPPET-EXPECTED-FILE
031580     IF WS-SNIPEXP-STATUS NOT = "00"
031590         GO TO 2400-EXIT
031600     END-IF
031610     MOVE WS-SNIPPET-NAME TO SE-SNIPPET-NAME
031620     READ SNIPPET-EXPECTED-FILE
031630         INVALID KEY
031640             CLOSE SNIPPET-EXPECTED-FILE
031650             GO TO 2400-EXIT
031660     END-READ
031670     IF NODEJS-OUTPUT NOT = SE-EXPECTED-OUTPUT
031680         SET WS-OUTPUT-MISMATCH TO TRUE
031690         MOVE "SNIPPET" TO WS-ERR-STEP-NAME
031700         MOVE SPACES TO WS-ERR-MESSAGE
031710         STRING "SNIPPET "       DELIMITED BY SIZE
031720                WS-SNIPPET-NAME  DELIMITED BY SIZE
031730                " OUTPUT DIFFERS FROM EXPECTED"
031740                                 DELIMITED BY SIZE
031750                INTO WS-ERR-MESSAGE
031760         MOVE 9051 TO WS-ERR-CODE
031770         MOVE SPACES TO WS-SCRIPT-CHECK-FILENAME
031780         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
031790     END-IF
031800     CLOSE SNIPPET-EXPECTED-FILE.
031810 2400-EXIT.
031820     EXIT.
031830
031840*----------------------------------------------------------------
031850*    2100/2110 - LOAD A SNIPPET FROM SNIPLIB, ASSEMBLING IT
031860*    FROM CONTINUATION RECORDS; FALL BACK TO THE BUILT-IN
031870*    HELLO WORLD SNIPPET WHEN THE LIBRARY OR THE KEY IS ABSENT.
031880*----------------------------------------------------------------
031890 2100-LOAD-SNIPPET-FROM-LIBRARY.
031900     MOVE SPACES TO NODEJS-CODE
031910     MOVE ZERO   TO WS-SNIPPET-SEGMENTS-LOADED
031920     MOVE "N"    TO WS-SNIPPET-EOF-SW
031930     MOVE "N"    TO WS-SNIPPET-OVERFLOW-SW
031940     IF WS-SNIPLIB-AVAILABLE
031950         MOVE WS-SNIPPET-NAME TO SL-SNIPPET-NAME
031960         MOVE ZERO            TO SL-SEQUENCE-NUMBER
031970         START SNIPPET-LIBRARY-FILE KEY IS NOT LESS THAN
031980             SL-SNIPPET-KEY
031990             INVALID KEY
032000                 MOVE "Y" TO WS-SNIPPET-EOF-SW
032010         END-START
032020         PERFORM 2110-READ-SNIPPET-SEGMENT THRU 2110-EXIT
032030             UNTIL WS-SNIPPET-EOF
032040     END-IF
032050     IF WS-SNIPPET-SEGMENTS-LOADED = ZERO
032060         MOVE WS-DEFAULT-SNIPPET TO NODEJS-CODE-SEGMENT (1)
032070     END-IF
032080     IF WS-SNIPPET-OVERFLOW
032090         MOVE "SNIPPET"  TO WS-ERR-STEP-NAME
032100         MOVE "SNIPPET EXCEEDS 40 SEGMENTS - TRUNCATED"
032110                         TO WS-ERR-MESSAGE
032120         MOVE 9031       TO WS-ERR-CODE
032130         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
032140     END-IF.
032150 2100-EXIT.
032160     EXIT.
032170
032180 2110-READ-SNIPPET-SEGMENT.
032190     READ SNIPPET-LIBRARY-FILE NEXT RECORD
032200         AT END
032210             MOVE "Y" TO WS-SNIPPET-EOF-SW
032220     END-READ
032230     IF NOT WS-SNIPPET-EOF
032240         IF SL-SNIPPET-NAME NOT = WS-SNIPPET-NAME
032250             MOVE "Y" TO WS-SNIPPET-EOF-SW
032260         ELSE
032270             IF WS-SNIPPET-SEGMENTS-LOADED = 40
032280                 MOVE "Y" TO WS-SNIPPET-EOF-SW
032290                 MOVE "Y" TO WS-SNIPPET-OVERFLOW-SW
032300             ELSE
032310                 ADD 1 TO WS-SNIPPET-SEGMENTS-LOADED
032320                 MOVE SL-PAYLOAD
032330                     TO NODEJS-CODE-SEGMENT
032340                        (WS-SNIPPET-SEGMENTS-LOADED)
032350             END-IF
032360         END-IF
032370     END-IF.
032380 2110-EXIT.
032390     EXIT.
032400
032410*----------------------------------------------------------------
032420*    2200 FAMILY - RESOLVE &SYMBOLS IN THE ASSEMBLED SNIPPET.
032430*    A SYMBOL IS & FOLLOWED BY A LETTER, THEN LETTERS AND
032440*    DIGITS UP TO 16 CHARACTERS.  AN UNKNOWN SYMBOL OR AN
032450*    EXPANSION PAST 4000 BYTES FAILS THE STEP.
032460*----------------------------------------------------------------
032470 2200-SUBSTITUTE-SYMBOLS.
032480     MOVE "N" TO WS-SUB-FAILED-SW
032490     MOVE "N" TO WS-SUB-DONE-SW
032500     MOVE NODEJS-CODE TO WS-SUB-SOURCE
032510     MOVE SPACES      TO WS-SUB-TARGET
032520     MOVE 1 TO WS-SUB-IN-PTR
032530     MOVE 1 TO WS-SUB-OUT-PTR
032540     PERFORM 2210-SUBSTITUTE-ONE-CHAR THRU 2210-EXIT
032550         UNTIL WS-SUB-DONE OR WS-SUB-FAILED
032560     IF NOT WS-SUB-FAILED
032570         MOVE WS-SUB-TARGET TO NODEJS-CODE
032580     END-IF.
032590 2200-EXIT.
032600     EXIT.
032610
032620 2210-SUBSTITUTE-ONE-CHAR.
032630     IF WS-SUB-IN-PTR > 4000
032640         MOVE "Y" TO WS-SUB-DONE-SW
032650         GO TO 2210-EXIT
032660     END-IF
032670     IF WS-SUB-SOURCE (WS-SUB-IN-PTR : 1) = "&"
032680         AND WS-SUB-IN-PTR < 4000
032690         AND WS-SUB-SOURCE (WS-SUB-IN-PTR + 1 : 1) >= "A"
032700         AND WS-SUB-SOURCE (WS-SUB-IN-PTR + 1 : 1) <= "Z"
032710         PERFORM 2220-RESOLVE-ONE-SYMBOL THRU 2220-EXIT
032720     ELSE
032730         PERFORM 2230-COPY-ONE-CHAR THRU 2230-EXIT
032740     END-IF.
032750 2210-EXIT.
032760     EXIT.
032770
032780 2220-RESOLVE-ONE-SYMBOL.
032790     MOVE SPACES TO WS-SUB-SYMBOL
032800     MOVE ZERO   TO WS-SUB-NAME-LEN
032810     MOVE "N"    TO WS-SYM-END-SW
032820     PERFORM 2221-COLLECT-SYMBOL-CHAR THRU 2221-EXIT
032830         UNTIL WS-SYM-END OR WS-SUB-NAME-LEN = 16
032840     MOVE "N"  TO WS-SYM-FOUND-SW
032850     MOVE ZERO TO WS-SYM-MATCH
032860     PERFORM 2225-MATCH-ONE-SYMBOL THRU 2225-EXIT
032870         VARYING WS-SYM-SUB FROM 1 BY 1
032880         UNTIL WS-SYM-SUB > WS-SYM-COUNT
032890            OR WS-SYM-FOUND
032900     IF NOT WS-SYM-FOUND
032910         MOVE "SNIPPET" TO WS-ERR-STEP-NAME
032920         MOVE SPACES TO WS-ERR-MESSAGE
032930         STRING "UNRESOLVED SNIPPET SYMBOL &"
032940                                    DELIMITED BY SIZE
032950                WS-SUB-SYMBOL       DELIMITED BY SIZE
032960                INTO WS-ERR-MESSAGE
032970         MOVE 9041 TO WS-ERR-CODE
032980         MOVE SPACES TO WS-SCRIPT-CHECK-FILENAME
032990         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
033000         SET WS-SUB-FAILED TO TRUE
033010         GO TO 2220-EXIT
033020     END-IF
033030     IF WS-SYM-LEN (WS-SYM-MATCH) > ZERO
033040         IF WS-SUB-OUT-PTR + WS-SYM-LEN (WS-SYM-MATCH) - 1
033050             > 4000
033060             PERFORM 2240-EXPANSION-OVERFLOW THRU 2240-EXIT
033070             GO TO 2220-EXIT
033080         END-IF
033090         MOVE WS-SYM-VALUE (WS-SYM-MATCH)
033100              (1 : WS-SYM-LEN (WS-SYM-MATCH))
033110             TO WS-SUB-TARGET (WS-SUB-OUT-PTR :
033120                WS-SYM-LEN (WS-SYM-MATCH))
033130         ADD WS-SYM-LEN (WS-SYM-MATCH) TO WS-SUB-OUT-PTR
033140     END-IF
033150     COMPUTE WS-SUB-IN-PTR =
033160         WS-SUB-IN-PTR + 1 + WS-SUB-NAME-LEN
033170     END-COMPUTE.
033180 2220-EXIT.
033190     EXIT.
033200
033210 2221-COLLECT-SYMBOL-CHAR.
033220     COMPUTE WS-SYM-CHAR-PTR =
033230         WS-SUB-IN-PTR + 1 + WS-SUB-NAME-LEN
033240     END-COMPUTE
033250     IF WS-SYM-CHAR-PTR > 4000
033260         MOVE "Y" TO WS-SYM-END-SW
033270         GO TO 2221-EXIT
033280     END-IF
033290     MOVE WS-SUB-SOURCE (WS-SYM-CHAR-PTR : 1) TO WS-SUB-CHAR
033300     IF (WS-SUB-CHAR >= "A" AND WS-SUB-CHAR <= "Z")
033310         OR (WS-SUB-CHAR >= "0" AND WS-SUB-CHAR <= "9")
033320         ADD 1 TO WS-SUB-NAME-LEN
033330         MOVE WS-SUB-CHAR
033340             TO WS-SUB-SYMBOL (WS-SUB-NAME-LEN : 1)
033350     ELSE
033360         MOVE "Y" TO WS-SYM-END-SW
033370     END-IF.
033380 2221-EXIT.
033390     EXIT.
033400
033410 2225-MATCH-ONE-SYMBOL.
033420     IF WS-SUB-SYMBOL = WS-SYM-NAME (WS-SYM-SUB)
033430         SET WS-SYM-FOUND TO TRUE
033440         MOVE WS-SYM-SUB TO WS-SYM-MATCH
033450     END-IF.
033460 2225-EXIT.
033470     EXIT.
033480
033490 2230-COPY-ONE-CHAR.
033500     IF WS-SUB-OUT-PTR > 4000
033510         IF WS-SUB-SOURCE (WS-SUB-IN-PTR : 1) NOT = SPACE
033520             PERFORM 2240-EXPANSION-OVERFLOW THRU 2240-EXIT
033530         ELSE
033540             ADD 1 TO WS-SUB-IN-PTR
033550         END-IF
033560         GO TO 2230-EXIT
033570     END-IF
033580     MOVE WS-SUB-SOURCE (WS-SUB-IN-PTR : 1)
033590         TO WS-SUB-TARGET (WS-SUB-OUT-PTR : 1)
033600     ADD 1 TO WS-SUB-IN-PTR
033610     ADD 1 TO WS-SUB-OUT-PTR.
033620 2230-EXIT.
033630     EXIT.
033640
033650 2240-EXPANSION-OVERFLOW.
033660     MOVE "SNIPPET" TO WS-ERR-STEP-NAME
033670     MOVE "SNIPPET EXPANSION EXCEEDS 4000 BYTES"
033680         TO WS-ERR-MESSAGE
033690     MOVE 9032 TO WS-ERR-CODE
033700     MOVE SPACES TO WS-SCRIPT-CHECK-FILENAME
033710     PERFORM 7000-LOG-ERROR THRU 7000-EXIT
033720     SET WS-SUB-FAILED TO TRUE.
033730 2240-EXIT.
033740     EXIT.
033750
033760*================================================================
033770*    3000-IMAGE-CONVERSION-STEP - MANIFEST-DRIVEN BATCH RUN OF
033780*    EXEC_NODEJS_FILE.  EACH RENDITION RUNS ITS PROFILE'S SCRIPT;
033790*    AN ENTRY WITHOUT A PROFILE RUNS GRACE-HOPPER.JS, WHICH IS
033800*    CHECKED WHEN THE FIRST SUCH RENDITION IS SET UP (3180).
033810*    IN RETRY MODE THE REJECTS FILE FROM THE PRIOR RUN IS
033820*    PROCESSED INSTEAD OF THE MANIFEST, AND ENTRIES THAT EXHAUST
033830*    THE ATTEMPT LIMIT ARE ROUTED TO THE DEAD LETTER FILE.
033840*================================================================
033850 3000-IMAGE-CONVERSION-STEP.
033860     MOVE WS-CURRENT-STEP-NUMBER TO CKPT-STEP-NUMBER
033870     PERFORM 1600-CHECK-CHECKPOINT THRU 1600-EXIT
033880     IF WS-STEP-ALREADY-DONE AND NOT WS-RETRY-MODE
033890         DISPLAY "IMAGE CONVERSION STEP ALREADY COMPLETE - "
033900                 "SKIPPING"
033910         MOVE "SKIPPED " TO WS-CURRENT-STEP-STATUS
033920         GO TO 3000-EXIT
033930     END-IF
033940*    A RETRY RUN PROCESSES THE REJECTS FILE ONCE; FURTHER
033950*    CONVERT STEPS IN THE SAME STREAM MUST NOT RE-INCREMENT
033960*    THE ATTEMPT COUNTS
033970     IF WS-RETRY-MODE AND WS-RETRY-PASS-DONE
033980         DISPLAY "REJECTS ALREADY RETRIED THIS RUN - SKIPPING"
033990         MOVE "SKIPPED " TO WS-CURRENT-STEP-STATUS
034000         GO TO 3000-EXIT
034010     END-IF
034020     ACCEPT WS-STEP2-START-TIME FROM TIME
034030     MOVE ZERO TO WS-MANIFEST-RECORD-COUNT
034040     MOVE ZERO TO WS-MANIFEST-SUCCESS-COUNT
034050     MOVE ZERO TO WS-REJECT-COUNT
034060     MOVE ZERO TO WS-DEAD-COUNT
034070     MOVE ZERO TO WS-OUTPUT-FAIL-COUNT
034080     MOVE ZERO TO WS-DUPLICATE-COUNT
034090     IF NOT WS-RETRY-MODE
034100         PERFORM 3070-CHECK-DUPLICATE-OUTPUTS THRU 3070-EXIT
034110         IF WS-DUPLICATE-COUNT > ZERO
034120             MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
034130             ACCEPT WS-STEP2-END-TIME FROM TIME
034140             GO TO 3000-EXIT
034150         END-IF
034160     END-IF
034170     PERFORM 3050-OPEN-ENTRY-FILES THRU 3050-EXIT
034180     IF NOT WS-ENTRY-FILES-OK
034190         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
034200         GO TO 3000-EXIT
034210     END-IF
034220     MOVE "N" TO WS-MANIFEST-EOF-SW
034230     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT
034240     IF WS-WORKER-COUNT > 1
034250         MOVE ZERO TO WS-BATCH-COUNT
034260         PERFORM 3400-PROCESS-PARALLEL-ENTRY THRU 3400-EXIT
034270             UNTIL WS-MANIFEST-EOF
034280         PERFORM 3420-DISPATCH-BATCH THRU 3420-EXIT
034290     ELSE
034300         PERFORM 3200-PROCESS-MANIFEST-ENTRY THRU 3200-EXIT
034310             UNTIL WS-MANIFEST-EOF
034320     END-IF
034330     PERFORM 3060-CLOSE-ENTRY-FILES THRU 3060-EXIT
034340     IF WS-RETRY-MODE
034350         PERFORM 3300-REPLACE-REJECTS-FILE THRU 3300-EXIT
034360         SET WS-RETRY-PASS-DONE TO TRUE
034370     END-IF
034380     IF WS-MANIFEST-RECORD-COUNT NOT = ZERO
034390         AND WS-MANIFEST-SUCCESS-COUNT = WS-MANIFEST-RECORD-COUNT
034400         MOVE "SUCCESS " TO WS-CURRENT-STEP-STATUS
034410         MOVE WS-CURRENT-STEP-NUMBER TO CKPT-STEP-NUMBER
034420         MOVE "IMAGE-CONVERSION"  TO CKPT-STEP-NAME
034430         PERFORM 1700-WRITE-CHECKPOINT THRU 1700-EXIT
034440     ELSE
034450         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
034460     END-IF
034470     ACCEPT WS-STEP2-END-TIME FROM TIME.
034480 3000-EXIT.
034490     EXIT.
034500
034510*----------------------------------------------------------------
034520*    3050/3060 - OPEN AND CLOSE THE ENTRY INPUT AND THE REJECT
034530*    OUTPUTS FOR WHICHEVER MODE THE RUN IS IN
034540*----------------------------------------------------------------
034550 3050-OPEN-ENTRY-FILES.
034560     SET WS-ENTRY-FILES-OK TO TRUE
034570     IF WS-RETRY-MODE
034580         OPEN INPUT REJECTS-FILE
034590         IF WS-REJECTS-STATUS NOT = "00"
034600             MOVE "IMAGE-CONV"  TO WS-ERR-STEP-NAME
034610             MOVE "REJECTS FILE NOT FOUND FOR RETRY"
034620                                TO WS-ERR-MESSAGE
034630             MOVE 9012          TO WS-ERR-CODE
034640             MOVE SPACES TO WS-SCRIPT-CHECK-FILENAME
034650             PERFORM 7000-LOG-ERROR THRU 7000-EXIT
034660             MOVE "N" TO WS-ENTRY-FILES-OK-SW
034670             GO TO 3050-EXIT
034680         END-IF
034690         OPEN OUTPUT REJECT-WORK-FILE
034700     ELSE
034710         OPEN INPUT MANIFEST-FILE
034720         IF WS-MANIFEST-STATUS NOT = "00"
034730             MOVE "IMAGE-CONV"  TO WS-ERR-STEP-NAME
034740             MOVE "MANIFEST FILE NOT FOUND"  TO WS-ERR-MESSAGE
034750             MOVE 9010                       TO WS-ERR-CODE
034760             MOVE SPACES TO WS-SCRIPT-CHECK-FILENAME
034770             PERFORM 7000-LOG-ERROR THRU 7000-EXIT
034780             MOVE "N" TO WS-ENTRY-FILES-OK-SW
034790             GO TO 3050-EXIT
034800         END-IF
034810*        THE FIRST CONVERT STEP OF THE RUN STARTS A FRESH
034820*        REJECTS FILE; LATER STEPS APPEND SO NO STEP WIPES
034830*        ANOTHER STEP'S REJECTS
034840         IF WS-REJECTS-OPENED
034850             OPEN EXTEND REJECTS-FILE
034860         ELSE
034870             OPEN OUTPUT REJECTS-FILE
034880             SET WS-REJECTS-OPENED TO TRUE
034890         END-IF
034900     END-IF
034910     OPEN EXTEND DEAD-LETTER-FILE
034920     IF WS-DEADLTR-STATUS NOT = "00"
034930         OPEN OUTPUT DEAD-LETTER-FILE
034940     END-IF
034950     PERFORM 3055-OPEN-IMAGE-MASTER THRU 3055-EXIT
034960     PERFORM 3057-OPEN-OUTPUT-CATALOG THRU 3057-EXIT.
034970 3050-EXIT.
034980     EXIT.
034990
035000 3060-CLOSE-ENTRY-FILES.
035010     IF WS-RETRY-MODE
035020         CLOSE REJECTS-FILE
035030         CLOSE REJECT-WORK-FILE
035040     ELSE
035050         CLOSE MANIFEST-FILE
035060         CLOSE REJECTS-FILE
035070     END-IF
035080     CLOSE DEAD-LETTER-FILE
035090     IF WS-IMGMST-AVAILABLE
035100         CLOSE IMAGE-MASTER-FILE
035110     END-IF
035120     IF WS-OUTCAT-AVAILABLE
035130         CLOSE OUTPUT-CATALOG-FILE
035140     END-IF.
035150 3060-EXIT.
035160     EXIT.
035170
035180*----------------------------------------------------------------
035190*    3055 - OPEN THE PROCESSED-IMAGE MASTER FOR UPDATE, CREATING
035200*    IT ON FIRST USE LIKE THE CHECKPOINT FILE.  AN UNAVAILABLE
035210*    MASTER NEVER FAILS THE STEP - THE MANGEN BUILDER SIMPLY
035220*    SEES THE IMAGE AS NEW NEXT TIME.
035230*----------------------------------------------------------------
035240 3055-OPEN-IMAGE-MASTER.
035250     SET WS-IMGMST-AVAILABLE TO TRUE
035260     OPEN I-O IMAGE-MASTER-FILE
035270     IF WS-IMGMST-STATUS NOT = "00"
035280         OPEN OUTPUT IMAGE-MASTER-FILE
035290         IF WS-IMGMST-STATUS = "00"
035300             CLOSE IMAGE-MASTER-FILE
035310             OPEN I-O IMAGE-MASTER-FILE
035320         END-IF
035330     END-IF
035340     IF WS-IMGMST-STATUS NOT = "00"
035350         MOVE "N" TO WS-IMGMST-AVAILABLE-SW
035360         DISPLAY "IMGMST UNAVAILABLE, STATUS " WS-IMGMST-STATUS
035370                 " - PROCESSED-IMAGE MASTER NOT UPDATED"
035380     END-IF.
035390 3055-EXIT.
035400     EXIT.
035410
035420*----------------------------------------------------------------
035430*    3057 - OPEN THE OUTPUT CATALOG FOR UPDATE, CREATED ON FIRST
035440*    USE.  LIKE IMGMST, AN UNAVAILABLE CATALOG NEVER FAILS THE
035450*    STEP.
035460*----------------------------------------------------------------
035470 3057-OPEN-OUTPUT-CATALOG.
035480     SET WS-OUTCAT-AVAILABLE TO TRUE
035490     OPEN I-O OUTPUT-CATALOG-FILE
035500     IF WS-OUTCAT-STATUS NOT = "00"
035510         OPEN OUTPUT OUTPUT-CATALOG-FILE
035520         IF WS-OUTCAT-STATUS = "00"
035530             CLOSE OUTPUT-CATALOG-FILE
035540             OPEN I-O OUTPUT-CATALOG-FILE
035550         END-IF
035560     END-IF
035570     IF WS-OUTCAT-STATUS NOT = "00"
035580         MOVE "N" TO WS-OUTCAT-AVAILABLE-SW
035590         DISPLAY "OUTCAT UNAVAILABLE, STATUS " WS-OUTCAT-STATUS
035600                 " - OUTPUT CATALOG NOT UPDATED"
035610     END-IF.
035620 3057-EXIT.
035630     EXIT.
035640
035650*----------------------------------------------------------------
035660*    3070/3075/3077/3080/3085 - COLLISION CHECK.  THE MANIFEST IS
035670*    READ ONCE BEFORE ANYTHING IS CONVERTED; EVERY RENDITION
035680*    OUTPUT NAME THAT AN EARLIER RENDITION ALREADY CLAIMED IS
035690*    LOGGED (9063) AND THE STEP IS REFUSED, SO TWO CONVERSIONS CAN
035700*    NEVER OVERWRITE EACH OTHER'S OUTPUT.  3080 IS SHARED WITH THE
035710*    DRY-RUN AUDIT.
035720*----------------------------------------------------------------
035730 3070-CHECK-DUPLICATE-OUTPUTS.
035740     MOVE ZERO TO WS-OUTPUT-NAME-COUNT
035750     OPEN INPUT MANIFEST-FILE
035760     IF WS-MANIFEST-STATUS NOT = "00"
035770*        3050 REPORTS THE MISSING MANIFEST
035780         GO TO 3070-EXIT
035790     END-IF
035800     MOVE "N" TO WS-MANIFEST-EOF-SW
035810     PERFORM 3075-SCAN-ONE-OUTPUT-NAME THRU 3075-EXIT
035820         UNTIL WS-MANIFEST-EOF
035830     CLOSE MANIFEST-FILE
035840     IF WS-DUPLICATE-COUNT > ZERO
035850         DISPLAY "MANIFEST HAS " WS-DUPLICATE-COUNT
035860                 " DUPLICATE OUTPUT NAME(S) - STEP REFUSED"
035870     END-IF.
035880 3070-EXIT.
035890     EXIT.
035900
035910 3075-SCAN-ONE-OUTPUT-NAME.
035920     READ MANIFEST-FILE
035930         AT END
035940             MOVE "Y" TO WS-MANIFEST-EOF-SW
035950     END-READ
035960     IF WS-MANIFEST-EOF
035970         GO TO 3075-EXIT
035980     END-IF
035990     MOVE MF-OUTPUT-NAME  TO WS-ENTRY-OUTPUT-NAME
036000     MOVE MF-PROFILE-NAME TO WS-ENTRY-PROFILE-NAME
036010     PERFORM 3150-EXPAND-ENTRY THRU 3150-EXIT
036020     PERFORM 3077-SCAN-ONE-RENDITION THRU 3077-EXIT
036030         VARYING WS-REND-SUB FROM 1 BY 1
036040         UNTIL WS-REND-SUB > WS-REND-COUNT.
036050 3075-EXIT.
036060     EXIT.
036070
036080 3077-SCAN-ONE-RENDITION.
036090     PERFORM 3170-SET-RENDITION THRU 3170-EXIT
036100     IF WS-REND-NAME-LONG
036110*        3180 FAILS THIS RENDITION; ITS CUT-SHORT NAME IS NOT KEPT
036120         GO TO 3077-EXIT
036130     END-IF
036140     MOVE WS-REND-OUTPUT-NAME TO WS-DUP-CHECK-NAME
036150     PERFORM 3080-REGISTER-OUTPUT-NAME THRU 3080-EXIT
036160     IF WS-DUP-FOUND
036170         MOVE "IMAGE-CONV" TO WS-ERR-STEP-NAME
036180         MOVE SPACES TO WS-ERR-MESSAGE
036190         STRING "DUPLICATE OUTPUT "  DELIMITED BY SIZE
036200                WS-REND-OUTPUT-NAME  DELIMITED BY SIZE
036210                INTO WS-ERR-MESSAGE
036220         MOVE 9063 TO WS-ERR-CODE
036230         MOVE MF-IMAGE-PATH TO WS-SCRIPT-CHECK-FILENAME
036240         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
036250     END-IF.
036260 3077-EXIT.
036270     EXIT.
036280
036290*----------------------------------------------------------------
036300*    3080 - LOOK WS-DUP-CHECK-NAME UP IN THE OUTPUT NAME TABLE.
036310*    A HIT SETS WS-DUP-FOUND AND COUNTS A DUPLICATE; A MISS ADDS
036320*    THE NAME.  BLANK NAMES ARE NOT TRACKED.  PAST 1000 NAMES THE
036330*    TABLE STOPS GROWING AND LATER NAMES GO UNCHECKED.
036340*----------------------------------------------------------------
036350 3080-REGISTER-OUTPUT-NAME.
036360     MOVE "N" TO WS-DUP-FOUND-SW
036370     IF WS-DUP-CHECK-NAME = SPACES
036380         GO TO 3080-EXIT
036390     END-IF
036400     PERFORM 3085-MATCH-ONE-NAME THRU 3085-EXIT
036410         VARYING WS-OUTPUT-NAME-SUB FROM 1 BY 1
036420         UNTIL WS-OUTPUT-NAME-SUB > WS-OUTPUT-NAME-COUNT
036430            OR WS-DUP-FOUND
036440     IF WS-DUP-FOUND
036450         ADD 1 TO WS-DUPLICATE-COUNT
036460         GO TO 3080-EXIT
036470     END-IF
036480     IF WS-OUTPUT-NAME-COUNT = 1000
036490         GO TO 3080-EXIT
036500     END-IF
036510     ADD 1 TO WS-OUTPUT-NAME-COUNT
036520     MOVE WS-DUP-CHECK-NAME
036530         TO WS-OUTPUT-NAME-ENTRY (WS-OUTPUT-NAME-COUNT).
036540 3080-EXIT.
036550     EXIT.
036560
036570 3085-MATCH-ONE-NAME.
036580     IF WS-OUTPUT-NAME-ENTRY (WS-OUTPUT-NAME-SUB)
036590         = WS-DUP-CHECK-NAME
036600         SET WS-DUP-FOUND TO TRUE
036610     END-IF.
036620 3085-EXIT.
036630     EXIT.
036640
036650*----------------------------------------------------------------
036660*    3100 - FETCH THE NEXT ENTRY FOR WHICHEVER MODE THE RUN IS
036670*    IN, LEAVING IT IN THE WS-ENTRY FIELDS
036680*----------------------------------------------------------------
036690 3100-READ-NEXT-ENTRY.
036700     IF WS-RETRY-MODE
036710         READ REJECTS-FILE
036720             AT END
036730                 MOVE "Y" TO WS-MANIFEST-EOF-SW
036740         END-READ
036750         IF NOT WS-MANIFEST-EOF
036760             MOVE RJ-IMAGE-PATH   TO WS-ENTRY-IMAGE-PATH
036770             MOVE RJ-OUTPUT-NAME  TO WS-ENTRY-OUTPUT-NAME
036780             MOVE RJ-PROFILE-NAME TO WS-ENTRY-PROFILE-NAME
036790             IF RJ-ATTEMPT-COUNT IS NUMERIC
036800                 MOVE RJ-ATTEMPT-COUNT
036810                     TO WS-ENTRY-PRIOR-ATTEMPTS
036820             ELSE
036830                 MOVE 1 TO WS-ENTRY-PRIOR-ATTEMPTS
036840             END-IF
036850         END-IF
036860     ELSE
036870         READ MANIFEST-FILE
036880             AT END
036890                 MOVE "Y" TO WS-MANIFEST-EOF-SW
036900         END-READ
036910         IF NOT WS-MANIFEST-EOF
036920             MOVE MF-IMAGE-PATH   TO WS-ENTRY-IMAGE-PATH
036930             MOVE MF-OUTPUT-NAME  TO WS-ENTRY-OUTPUT-NAME
036940             MOVE MF-PROFILE-NAME TO WS-ENTRY-PROFILE-NAME
036950             MOVE ZERO            TO WS-ENTRY-PRIOR-ATTEMPTS
036960         END-IF
036970     END-IF.
036980 3100-EXIT.
036990     EXIT.
037000
037010*----------------------------------------------------------------
037020*    3150/3155/3160 - EXPAND THE CURRENT ENTRY INTO ITS RENDITIONS
037030*    (WR-PROFILE-SUB, WS-REND-COUNT).  A PROFILE NAME MATCH GIVES
037040*    ONE RENDITION; OTHERWISE EVERY PROFILE IN THE NAMED GROUP
037050*    GIVES ONE, UP TO 20.  NO PROFILE, OR NO MATCH AT ALL, GIVES A
037060*    SINGLE RENDITION WITH SUBSCRIPT ZERO.
037070*----------------------------------------------------------------
037080 3150-EXPAND-ENTRY.
037090     MOVE ZERO TO WS-REND-COUNT
037100     MOVE "N" TO WS-PROFILE-FOUND-SW
037110     IF WS-ENTRY-PROFILE-NAME NOT = SPACES
037120         PERFORM 3155-MATCH-PROFILE-NAME THRU 3155-EXIT
037130             VARYING WS-PROFILE-SUB FROM 1 BY 1
037140             UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
037150                OR WS-PROFILE-FOUND
037160         IF NOT WS-PROFILE-FOUND
037170             PERFORM 3160-MATCH-PROFILE-GROUP THRU 3160-EXIT
037180                 VARYING WS-PROFILE-SUB FROM 1 BY 1
037190                 UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
037200         END-IF
037210     END-IF
037220     IF WS-REND-COUNT = ZERO
037230         MOVE 1    TO WS-REND-COUNT
037240         MOVE ZERO TO WR-PROFILE-SUB (1)
037250     END-IF.
037260 3150-EXIT.
037270     EXIT.
037280
037290 3155-MATCH-PROFILE-NAME.
037300     IF WP-PROFILE-NAME (WS-PROFILE-SUB) = WS-ENTRY-PROFILE-NAME
037310         SET WS-PROFILE-FOUND TO TRUE
037320         MOVE 1 TO WS-REND-COUNT
037330         MOVE WS-PROFILE-SUB TO WR-PROFILE-SUB (1)
037340     END-IF.
037350 3155-EXIT.
037360     EXIT.
037370
037380 3160-MATCH-PROFILE-GROUP.
037390     IF WP-GROUP-NAME (WS-PROFILE-SUB) = WS-ENTRY-PROFILE-NAME
037400         AND WS-REND-COUNT < 20
037410         ADD 1 TO WS-REND-COUNT
037420         MOVE WS-PROFILE-SUB TO WR-PROFILE-SUB (WS-REND-COUNT)
037430     END-IF.
037440 3160-EXIT.
037450     EXIT.
037460
037470*----------------------------------------------------------------
037480*    3170 - LOAD RENDITION WS-REND-SUB OF THE CURRENT ENTRY INTO
037490*    THE WS-REND FIELDS (WS-PROFILE-SUB IS LEFT POINTING AT ITS
037500*    PROFILE).  THE OUTPUT NAME IS THE ENTRY'S OUTPUT NAME,
037510*    TRAILING BLANKS REMOVED, FOLLOWED BY THE PROFILE'S SUFFIX.
037520*    A NAME AND SUFFIX THAT DO NOT FIT IN 40 CHARACTERS SET
037530*    WS-REND-NAME-LONG, AND 3180 FAILS THE RENDITION (9067)
037540*    RATHER THAN CONVERT IT TO A CUT-SHORT NAME.
037550*----------------------------------------------------------------
037560 3170-SET-RENDITION.
037570     MOVE WR-PROFILE-SUB (WS-REND-SUB) TO WS-PROFILE-SUB
037580     MOVE "N" TO WS-REND-NAME-LONG-SW
037590     MOVE WS-ENTRY-OUTPUT-NAME TO WS-REND-OUTPUT-NAME
037600     MOVE SPACES TO WS-REND-FORMAT
037610     MOVE SPACES TO WS-REND-WIDTH
037620     MOVE SPACES TO WS-REND-QUALITY
037630     IF WS-PROFILE-SUB = ZERO
037640         MOVE WS-ENTRY-PROFILE-NAME  TO WS-REND-PROFILE-NAME
037650         MOVE WS-GRACE-HOPPER-SCRIPT TO WS-REND-SCRIPT
037660         GO TO 3170-EXIT
037670     END-IF
037680     MOVE WP-PROFILE-NAME (WS-PROFILE-SUB) TO WS-REND-PROFILE-NAME
037690     MOVE WP-SCRIPT (WS-PROFILE-SUB)       TO WS-REND-SCRIPT
037700     MOVE WP-FORMAT (WS-PROFILE-SUB)       TO WS-REND-FORMAT
037710     MOVE WP-WIDTH (WS-PROFILE-SUB)        TO WS-REND-WIDTH
037720     MOVE WP-QUALITY (WS-PROFILE-SUB)      TO WS-REND-QUALITY
037730     IF WP-SUFFIX (WS-PROFILE-SUB) = SPACES
037740         GO TO 3170-EXIT
037750     END-IF
037760     MOVE WS-ENTRY-OUTPUT-NAME TO WS-TRIM-FIELD
037770     MOVE 80 TO WS-SCAN-SUB
037780     MOVE "N" TO WS-SCAN-DONE-SW
037790     PERFORM 3465-FIND-FIELD-END THRU 3465-EXIT
037800         UNTIL WS-SCAN-DONE
037810     MOVE SPACES TO WS-REND-OUTPUT-NAME
037820     IF WS-SCAN-SUB = ZERO
037830         MOVE WP-SUFFIX (WS-PROFILE-SUB) TO WS-REND-OUTPUT-NAME
037840     ELSE
037850         STRING WS-TRIM-FIELD (1:WS-SCAN-SUB) DELIMITED BY SIZE
037860                WP-SUFFIX (WS-PROFILE-SUB)    DELIMITED BY SPACE
037870                INTO WS-REND-OUTPUT-NAME
037880             ON OVERFLOW
037890                 SET WS-REND-NAME-LONG TO TRUE
037900         END-STRING
037910     END-IF.
037920 3170-EXIT.
037930     EXIT.
037940
037950*----------------------------------------------------------------
037960*    3180/3185/3187 - CAN THIS RENDITION RUN?  AN OUTPUT NAME
037970*    TOO LONG FOR ITS SUFFIX FAILS 9067.  AN ENTRY NAMING AN
037980*    UNKNOWN PROFILE FAILS 9065; A PROFILE WHOSE SCRIPT IS NOT
037990*    READABLE FAILS 9066, AS DOES AN ENTRY WITHOUT A PROFILE
038000*    WHEN GRACE-HOPPER.JS IS NOT READABLE.  EACH SCRIPT IS
038010*    CHECKED ONCE PER RUN (5000 LOGS THE DETAIL) AND THE ANSWER
038020*    REMEMBERED.  THE COMPLETION CODE IS LEFT IN
038030*    WS-LOG-COMPLETION-CODE.
038040*----------------------------------------------------------------
038050 3180-CHECK-RENDITION.
038060     MOVE ZERO TO WS-LOG-COMPLETION-CODE
038070     IF WS-REND-NAME-LONG
038080         MOVE "IMAGE-CONV" TO WS-ERR-STEP-NAME
038090         MOVE SPACES TO WS-ERR-MESSAGE
038100         STRING "OUTPUT NAME TOO LONG FOR PROFILE "
038110                                     DELIMITED BY SIZE
038120                WS-REND-PROFILE-NAME DELIMITED BY SIZE
038130                INTO WS-ERR-MESSAGE
038140         MOVE 9067 TO WS-ERR-CODE
038150         MOVE WS-ENTRY-IMAGE-PATH TO WS-SCRIPT-CHECK-FILENAME
038160         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
038170         MOVE 9067 TO WS-LOG-COMPLETION-CODE
038180         GO TO 3180-EXIT
038190     END-IF
038200     IF WS-PROFILE-SUB = ZERO
038210         IF WS-ENTRY-PROFILE-NAME NOT = SPACES
038220             MOVE "IMAGE-CONV" TO WS-ERR-STEP-NAME
038230             MOVE SPACES TO WS-ERR-MESSAGE
038240             STRING "CONVERSION PROFILE NOT FOUND "
038250                                         DELIMITED BY SIZE
038260                    WS-ENTRY-PROFILE-NAME  DELIMITED BY SIZE
038270                    INTO WS-ERR-MESSAGE
038280             MOVE 9065 TO WS-ERR-CODE
038290             MOVE WS-ENTRY-IMAGE-PATH TO WS-SCRIPT-CHECK-FILENAME
038300             PERFORM 7000-LOG-ERROR THRU 7000-EXIT
038310             MOVE 9065 TO WS-LOG-COMPLETION-CODE
038320         ELSE
038330             IF WS-DEFAULT-SCRIPT-UNCHECKED
038340                 PERFORM 3187-CHECK-DEFAULT-SCRIPT THRU 3187-EXIT
038350             END-IF
038360             IF WS-DEFAULT-SCRIPT-BAD
038370                 MOVE 9066 TO WS-LOG-COMPLETION-CODE
038380             END-IF
038390         END-IF
038400         GO TO 3180-EXIT
038410     END-IF
038420     IF WP-SCRIPT-UNCHECKED (WS-PROFILE-SUB)
038430         PERFORM 3185-CHECK-PROFILE-SCRIPT THRU 3185-EXIT
038440     END-IF
038450     IF WP-SCRIPT-BAD (WS-PROFILE-SUB)
038460         MOVE 9066 TO WS-LOG-COMPLETION-CODE
038470     END-IF.
038480 3180-EXIT.
038490     EXIT.
038500
038510 3185-CHECK-PROFILE-SCRIPT.
038520     MOVE WP-SCRIPT (WS-PROFILE-SUB) TO WS-SCRIPT-CHECK-FILENAME
038530     MOVE "N" TO WS-SCRIPT-CHECK-BINARY-SW
038540     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
038550     IF WS-VALIDATION-OK
038560         SET WP-SCRIPT-OK (WS-PROFILE-SUB) TO TRUE
038570     ELSE
038580         SET WP-SCRIPT-BAD (WS-PROFILE-SUB) TO TRUE
038590         MOVE "IMAGE-CONV" TO WS-ERR-STEP-NAME
038600         MOVE SPACES TO WS-ERR-MESSAGE
038610         STRING "PROFILE SCRIPT NOT READABLE "  DELIMITED BY SIZE
038620                WP-PROFILE-NAME (WS-PROFILE-SUB) DELIMITED BY SIZE
038630                INTO WS-ERR-MESSAGE
038640         MOVE 9066 TO WS-ERR-CODE
038650         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
038660     END-IF.
038670 3185-EXIT.
038680     EXIT.
038690
038700 3187-CHECK-DEFAULT-SCRIPT.
038710     MOVE WS-GRACE-HOPPER-SCRIPT TO WS-SCRIPT-CHECK-FILENAME
038720     MOVE "N" TO WS-SCRIPT-CHECK-BINARY-SW
038730     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
038740     IF WS-VALIDATION-OK
038750         SET WS-DEFAULT-SCRIPT-OK TO TRUE
038760     ELSE
038770         SET WS-DEFAULT-SCRIPT-BAD TO TRUE
038780         MOVE "IMAGE-CONV" TO WS-ERR-STEP-NAME
038790         MOVE "DEFAULT CONVERSION SCRIPT NOT READABLE"
038800             TO WS-ERR-MESSAGE
038810         MOVE 9066 TO WS-ERR-CODE
038820         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
038830     END-IF.
038840 3187-EXIT.
038850     EXIT.
038860
038870*----------------------------------------------------------------
038880*    3200/3210 - SERIAL PATH.  THE ENTRY'S IMAGE IS CHECKED ONCE,
038890*    THEN EVERY RENDITION IS CONVERTED, VERIFIED, COUNTED, ROUTED
038900*    AND LOGGED ON ITS OWN.  A RENDITION'S OPTIONS (FORMAT, WIDTH,
038910*    QUALITY) FOLLOW THE OUTPUT NAME ON THE CALL WHEN IT HAS ANY.
038920*----------------------------------------------------------------
038930 3200-PROCESS-MANIFEST-ENTRY.
038940     IF WS-ENTRY-PRIOR-ATTEMPTS NOT < WS-MAX-ATTEMPTS
038950         MOVE WS-ENTRY-PRIOR-ATTEMPTS TO WS-RJ-NEW-ATTEMPTS
038960         MOVE ZERO TO WS-LOG-COMPLETION-CODE
038970         MOVE WS-ENTRY-PROFILE-NAME TO WS-REND-PROFILE-NAME
038980         PERFORM 3260-WRITE-DEAD-RECORD THRU 3260-EXIT
038990         PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT
039000         GO TO 3200-EXIT
039010     END-IF
039020     MOVE WS-ENTRY-IMAGE-PATH TO WS-SCRIPT-CHECK-FILENAME
039030     MOVE "Y" TO WS-SCRIPT-CHECK-BINARY-SW
039040     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
039050     MOVE WS-VALIDATION-OK-SW TO WS-IMAGE-OK-SW
039060     PERFORM 3150-EXPAND-ENTRY THRU 3150-EXIT
039070     PERFORM 3210-CONVERT-ONE-RENDITION THRU 3210-EXIT
039080         VARYING WS-REND-SUB FROM 1 BY 1
039090         UNTIL WS-REND-SUB > WS-REND-COUNT
039100     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT.
039110 3200-EXIT.
039120     EXIT.
039130
039140 3210-CONVERT-ONE-RENDITION.
039150     ADD 1 TO WS-MANIFEST-RECORD-COUNT
039160     PERFORM 3170-SET-RENDITION THRU 3170-EXIT
039170     IF WS-PROFILE-SUB > ZERO
039180         ADD 1 TO WP-CONVERT-COUNT (WS-PROFILE-SUB)
039190     END-IF
039200     IF WS-IMAGE-OK
039210         PERFORM 3180-CHECK-RENDITION THRU 3180-EXIT
039220     ELSE
039230         MOVE 9011 TO WS-LOG-COMPLETION-CODE
039240     END-IF
039250     IF WS-LOG-COMPLETION-CODE NOT = ZERO
039260         PERFORM 3250-ROUTE-FAILED-ENTRY THRU 3250-EXIT
039270         PERFORM 3290-LOG-RENDITION THRU 3290-EXIT
039280         GO TO 3210-EXIT
039290     END-IF
039300     IF WS-REND-FORMAT = SPACES
039310         AND WS-REND-WIDTH = SPACES
039320         AND WS-REND-QUALITY = SPACES
039330         CALL "EXEC_NODEJS_FILE" USING WS-REND-SCRIPT,
039340                                        WS-ENTRY-IMAGE-PATH,
039350                                        WS-REND-OUTPUT-NAME
039360     ELSE
039370         CALL "EXEC_NODEJS_FILE" USING WS-REND-SCRIPT,
039380                                        WS-ENTRY-IMAGE-PATH,
039390                                        WS-REND-OUTPUT-NAME,
039400                                        WS-REND-FORMAT,
039410                                        WS-REND-WIDTH,
039420                                        WS-REND-QUALITY
039430     END-IF
039440     MOVE RETURN-CODE TO WS-LOG-COMPLETION-CODE
039450     IF WS-LOG-COMPLETION-CODE = ZERO
039460         PERFORM 3520-VERIFY-OUTPUT-FILE THRU 3520-EXIT
039470     END-IF
039480     IF WS-LOG-COMPLETION-CODE = ZERO
039490         PERFORM 3530-RECORD-RENDITION-SUCCESS THRU 3530-EXIT
039500     END-IF
039510     IF WS-LOG-COMPLETION-CODE NOT = ZERO
039520         PERFORM 3250-ROUTE-FAILED-ENTRY THRU 3250-EXIT
039530     END-IF
039540     PERFORM 3290-LOG-RENDITION THRU 3290-EXIT.
039550 3210-EXIT.
039560     EXIT.
039570
039580*----------------------------------------------------------------
039590*    3240/3250/3260 - ROUTE A FAILED ENTRY: BACK TO THE REJECTS
039600*    FILE WHILE IT HAS ATTEMPTS LEFT, TO THE DEAD LETTER FILE
039610*    ONCE THE ATTEMPT LIMIT IS EXHAUSTED
039620*----------------------------------------------------------------
039630 3240-BUILD-REJECT-RECORD.
039640     MOVE WS-ENTRY-IMAGE-PATH    TO WS-RJ-IMAGE-PATH
039650     MOVE WS-ENTRY-OUTPUT-NAME   TO WS-RJ-OUTPUT-NAME
039660     MOVE WS-LOG-COMPLETION-CODE TO WS-RJ-COMPLETION-CODE
039670     MOVE WS-RJ-NEW-ATTEMPTS     TO WS-RJ-ATTEMPT-DISPLAY
039680     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
039690     MOVE WS-RUN-ID              TO WS-RJ-RUN-ID
039700     MOVE WS-CURRENT-TIMESTAMP   TO WS-RJ-TIMESTAMP
039710     MOVE WS-REND-PROFILE-NAME   TO WS-RJ-PROFILE-NAME.
039720 3240-EXIT.
039730     EXIT.
039740
039750 3250-ROUTE-FAILED-ENTRY.
039760     COMPUTE WS-RJ-NEW-ATTEMPTS =
039770         WS-ENTRY-PRIOR-ATTEMPTS + 1
039780     END-COMPUTE
039790     IF WS-RJ-NEW-ATTEMPTS < WS-MAX-ATTEMPTS
039800         PERFORM 3240-BUILD-REJECT-RECORD THRU 3240-EXIT
039810         IF WS-RETRY-MODE
039820             WRITE REJECT-WORK-RECORD FROM WS-REJECT-BUILD
039830         ELSE
039840             WRITE REJECT-RECORD FROM WS-REJECT-BUILD
039850         END-IF
039860         ADD 1 TO WS-REJECT-COUNT
039870     ELSE
039880         PERFORM 3260-WRITE-DEAD-RECORD THRU 3260-EXIT
039890     END-IF.
039900 3250-EXIT.
039910     EXIT.
039920
039930 3260-WRITE-DEAD-RECORD.
039940     PERFORM 3240-BUILD-REJECT-RECORD THRU 3240-EXIT
039950     WRITE DEAD-LETTER-RECORD FROM WS-REJECT-BUILD
039960     ADD 1 TO WS-DEAD-COUNT
039970     DISPLAY "ENTRY PERMANENTLY DEAD AFTER "
039980             WS-RJ-NEW-ATTEMPTS " ATTEMPTS: "
039990             WS-ENTRY-IMAGE-PATH.
040000 3260-EXIT.
040010     EXIT.
040020
040030*----------------------------------------------------------------
040040*    3290 - ONE TRANLOG RECORD PER RENDITION: THE IMAGE PATH, AND
040050*    THE PROFILE NAME FROM COLUMN 82 WHEN THE RENDITION HAS ONE
040060*----------------------------------------------------------------
040070 3290-LOG-RENDITION.
040080     MOVE "EXEC_NODEJS_FILE"   TO WS-LOG-PROGRAM-NAME
040090     MOVE SPACES               TO WS-LOG-SCRIPT-OR-CODE
040100     MOVE WS-ENTRY-IMAGE-PATH  TO WS-LOG-SCRIPT-OR-CODE (1:80)
040110     MOVE WS-REND-PROFILE-NAME TO WS-LOG-SCRIPT-OR-CODE (82:8)
040120     PERFORM 8000-LOG-TRANSACTION THRU 8000-EXIT.
040130 3290-EXIT.
040140     EXIT.
040150
040160*----------------------------------------------------------------
040170*    3300 - A RETRY RUN LEAVES ITS SURVIVORS IN REJWORK; COPY
040180*    THEM BACK OVER THE REJECTS FILE FOR THE NEXT RETRY
040190*----------------------------------------------------------------
040200 3300-REPLACE-REJECTS-FILE.
040210     OPEN INPUT REJECT-WORK-FILE
040220     IF WS-REJWORK-STATUS NOT = "00"
040230         DISPLAY "CANNOT REOPEN REJWORK, STATUS "
040240                 WS-REJWORK-STATUS
040250                 " - REJECTS FILE LEFT UNCHANGED"
040260         GO TO 3300-EXIT
040270     END-IF
040280     OPEN OUTPUT REJECTS-FILE
040290     IF WS-REJECTS-STATUS NOT = "00"
040300         DISPLAY "CANNOT REWRITE REJECTS, STATUS "
040310                 WS-REJECTS-STATUS
040320         CLOSE REJECT-WORK-FILE
040330         GO TO 3300-EXIT
040340     END-IF
040350     MOVE "N" TO WS-REJWORK-EOF-SW
040360     PERFORM 3310-COPY-ONE-REJECT THRU 3310-EXIT
040370         UNTIL WS-REJWORK-EOF
040380     CLOSE REJECT-WORK-FILE
040390     CLOSE REJECTS-FILE.
040400 3300-EXIT.
040410     EXIT.
040420
040430 3310-COPY-ONE-REJECT.
040440     READ REJECT-WORK-FILE
040450         AT END
040460             MOVE "Y" TO WS-REJWORK-EOF-SW
040470     END-READ
040480     IF NOT WS-REJWORK-EOF
040490         WRITE REJECT-RECORD FROM REJECT-WORK-RECORD
040500     END-IF.
040510 3310-EXIT.
040520     EXIT.
040530
040540*----------------------------------------------------------------
040550*    3400 FAMILY - PARALLEL DISPATCH OF THE CONVERSION STEP.
040560*    ENTRIES ARE VALIDATED AND EXPANDED, AND THEIR RENDITIONS
040570*    COLLECTED INTO A BATCH OF UP TO WS-WORKER-COUNT, RUN
040580*    CONCURRENTLY IN ONE SHELL CALL, THEN ACCOUNTED FOR ONE BY ONE
040590*    EXACTLY LIKE THE SERIAL PATH.
040600*----------------------------------------------------------------
040610 3400-PROCESS-PARALLEL-ENTRY.
040620     IF WS-ENTRY-PRIOR-ATTEMPTS NOT < WS-MAX-ATTEMPTS
040630         MOVE WS-ENTRY-PRIOR-ATTEMPTS TO WS-RJ-NEW-ATTEMPTS
040640         MOVE ZERO TO WS-LOG-COMPLETION-CODE
040650         MOVE WS-ENTRY-PROFILE-NAME TO WS-REND-PROFILE-NAME
040660         PERFORM 3260-WRITE-DEAD-RECORD THRU 3260-EXIT
040670         PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT
040680         GO TO 3400-EXIT
040690     END-IF
040700     MOVE WS-ENTRY-IMAGE-PATH TO WS-SCRIPT-CHECK-FILENAME
040710     MOVE "Y" TO WS-SCRIPT-CHECK-BINARY-SW
040720     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
040730     MOVE WS-VALIDATION-OK-SW TO WS-IMAGE-OK-SW
040740     PERFORM 3150-EXPAND-ENTRY THRU 3150-EXIT
040750     PERFORM 3410-BATCH-ONE-RENDITION THRU 3410-EXIT
040760         VARYING WS-REND-SUB FROM 1 BY 1
040770         UNTIL WS-REND-SUB > WS-REND-COUNT
040780     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT.
040790 3400-EXIT.
040800     EXIT.
040810
040820*----------------------------------------------------------------
040830*    3410 - ONE RENDITION INTO THE BATCH.  ONE THAT CANNOT RUN IS
040840*    ROUTED AND LOGGED AT ONCE.  A FULL BATCH IS DISPATCHED HERE,
040850*    SO THE CURRENT ENTRY IS SAVED ACROSS THE DISPATCH - THE
040860*    COLLECT PARAGRAPH REUSES THE ENTRY FIELDS FOR EACH WORKER.
040870*----------------------------------------------------------------
040880 3410-BATCH-ONE-RENDITION.
040890     ADD 1 TO WS-MANIFEST-RECORD-COUNT
040900     PERFORM 3170-SET-RENDITION THRU 3170-EXIT
040910     IF WS-PROFILE-SUB > ZERO
040920         ADD 1 TO WP-CONVERT-COUNT (WS-PROFILE-SUB)
040930     END-IF
040940     IF WS-IMAGE-OK
040950         PERFORM 3180-CHECK-RENDITION THRU 3180-EXIT
040960     ELSE
040970         MOVE 9011 TO WS-LOG-COMPLETION-CODE
040980     END-IF
040990     IF WS-LOG-COMPLETION-CODE NOT = ZERO
041000         PERFORM 3250-ROUTE-FAILED-ENTRY THRU 3250-EXIT
041010         PERFORM 3290-LOG-RENDITION THRU 3290-EXIT
041020         GO TO 3410-EXIT
041030     END-IF
041040     ADD 1 TO WS-BATCH-COUNT
041050     MOVE WS-ENTRY-IMAGE-PATH
041060         TO WB-IMAGE-PATH (WS-BATCH-COUNT)
041070     MOVE WS-ENTRY-OUTPUT-NAME
041080         TO WB-OUTPUT-NAME (WS-BATCH-COUNT)
041090     MOVE WS-ENTRY-PRIOR-ATTEMPTS
041100         TO WB-PRIOR-ATTEMPTS (WS-BATCH-COUNT)
041110     MOVE WS-REND-PROFILE-NAME
041120         TO WB-PROFILE-NAME (WS-BATCH-COUNT)
041130     MOVE WS-PROFILE-SUB
041140         TO WB-PROFILE-SUB (WS-BATCH-COUNT)
041150     MOVE WS-REND-SCRIPT
041160         TO WB-SCRIPT (WS-BATCH-COUNT)
041170     MOVE WS-REND-OUTPUT-NAME
041180         TO WB-REND-OUTPUT-NAME (WS-BATCH-COUNT)
041190     MOVE WS-REND-FORMAT
041200         TO WB-FORMAT (WS-BATCH-COUNT)
041210     MOVE WS-REND-WIDTH
041220         TO WB-WIDTH (WS-BATCH-COUNT)
041230     MOVE WS-REND-QUALITY
041240         TO WB-QUALITY (WS-BATCH-COUNT)
041250     IF WS-BATCH-COUNT < WS-WORKER-COUNT
041260         GO TO 3410-EXIT
041270     END-IF
041280     MOVE WS-ENTRY-IMAGE-PATH     TO WS-SAVED-IMAGE-PATH
041290     MOVE WS-ENTRY-OUTPUT-NAME    TO WS-SAVED-OUTPUT-NAME
041300     MOVE WS-ENTRY-PROFILE-NAME   TO WS-SAVED-PROFILE-NAME
041310     MOVE WS-ENTRY-PRIOR-ATTEMPTS TO WS-SAVED-PRIOR-ATTEMPTS
041320     PERFORM 3420-DISPATCH-BATCH THRU 3420-EXIT
041330     MOVE WS-SAVED-IMAGE-PATH     TO WS-ENTRY-IMAGE-PATH
041340     MOVE WS-SAVED-OUTPUT-NAME    TO WS-ENTRY-OUTPUT-NAME
041350     MOVE WS-SAVED-PROFILE-NAME   TO WS-ENTRY-PROFILE-NAME
041360     MOVE WS-SAVED-PRIOR-ATTEMPTS TO WS-ENTRY-PRIOR-ATTEMPTS.
041370 3410-EXIT.
041380     EXIT.
041390
041400 3420-DISPATCH-BATCH.
041410     IF WS-BATCH-COUNT = ZERO
041420         GO TO 3420-EXIT
041430     END-IF
041440     MOVE SPACES TO WS-WORKER-COMMAND
041450     MOVE 1 TO WS-CMD-PTR
041460     PERFORM 3430-APPEND-ONE-WORKER THRU 3430-EXIT
041470         VARYING WS-BATCH-SUB FROM 1 BY 1
041480         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
041490     STRING "wait" DELIMITED BY SIZE
041500         INTO WS-WORKER-COMMAND
041510         WITH POINTER WS-CMD-PTR
041520     END-STRING
041530     CALL "SYSTEM" USING WS-WORKER-COMMAND
041540     PERFORM 3440-COLLECT-ONE-RESULT THRU 3440-EXIT
041550         VARYING WS-BATCH-SUB FROM 1 BY 1
041560         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
041570     MOVE ZERO TO WS-BATCH-COUNT.
041580 3420-EXIT.
041590     EXIT.
041600
041610 3430-APPEND-ONE-WORKER.
041620     PERFORM 3450-BUILD-RC-FILENAME THRU 3450-EXIT
041630     OPEN OUTPUT WORKER-RC-FILE
041640     MOVE "999999" TO WORKER-RC-RECORD
041650     WRITE WORKER-RC-RECORD
041660     CLOSE WORKER-RC-FILE
041670*    THE QUOTED OPERANDS ARE TRIMMED OF TRAILING BLANKS ONLY,
041680*    SO A PATH WITH EMBEDDED BLANKS CONVERTS EXACTLY AS IT
041690*    DOES ON THE SERIAL PATH
041700     STRING "( node '" DELIMITED BY SIZE
041710         INTO WS-WORKER-COMMAND
041720         WITH POINTER WS-CMD-PTR
041730     END-STRING
041740     MOVE WB-SCRIPT (WS-BATCH-SUB) TO WS-TRIM-FIELD
041750     PERFORM 3460-APPEND-TRIMMED-FIELD THRU 3460-EXIT
041760     STRING "' '" DELIMITED BY SIZE
041770         INTO WS-WORKER-COMMAND
041780         WITH POINTER WS-CMD-PTR
041790     END-STRING
041800     MOVE WB-IMAGE-PATH (WS-BATCH-SUB) TO WS-TRIM-FIELD
041810     PERFORM 3460-APPEND-TRIMMED-FIELD THRU 3460-EXIT
041820     STRING "' '" DELIMITED BY SIZE
041830         INTO WS-WORKER-COMMAND
041840         WITH POINTER WS-CMD-PTR
041850     END-STRING
041860     MOVE WB-REND-OUTPUT-NAME (WS-BATCH-SUB) TO WS-TRIM-FIELD
041870     PERFORM 3460-APPEND-TRIMMED-FIELD THRU 3460-EXIT
041880     IF WB-FORMAT (WS-BATCH-SUB) NOT = SPACES
041890         OR WB-WIDTH (WS-BATCH-SUB) NOT = SPACES
041900         OR WB-QUALITY (WS-BATCH-SUB) NOT = SPACES
041910         PERFORM 3435-APPEND-OPTIONS THRU 3435-EXIT
041920     END-IF
041930     STRING "' >/dev/null 2>&1; printf '%06d\n' $? >"
041940                              DELIMITED BY SIZE
041950            WS-WORKER-RC-FILENAME DELIMITED BY SPACE
041960            " ) & "           DELIMITED BY SIZE
041970         INTO WS-WORKER-COMMAND
041980         WITH POINTER WS-CMD-PTR
041990     END-STRING.
042000 3430-EXIT.
042010     EXIT.
042020
042030 3435-APPEND-OPTIONS.
042040     STRING "' '" DELIMITED BY SIZE
042050         INTO WS-WORKER-COMMAND
042060         WITH POINTER WS-CMD-PTR
042070     END-STRING
042080     MOVE WB-FORMAT (WS-BATCH-SUB) TO WS-TRIM-FIELD
042090     PERFORM 3460-APPEND-TRIMMED-FIELD THRU 3460-EXIT
042100     STRING "' '" DELIMITED BY SIZE
042110         INTO WS-WORKER-COMMAND
042120         WITH POINTER WS-CMD-PTR
042130     END-STRING
042140     MOVE WB-WIDTH (WS-BATCH-SUB) TO WS-TRIM-FIELD
042150     PERFORM 3460-APPEND-TRIMMED-FIELD THRU 3460-EXIT
042160     STRING "' '" DELIMITED BY SIZE
042170         INTO WS-WORKER-COMMAND
042180         WITH POINTER WS-CMD-PTR
042190     END-STRING
042200     MOVE WB-QUALITY (WS-BATCH-SUB) TO WS-TRIM-FIELD
042210     PERFORM 3460-APPEND-TRIMMED-FIELD THRU 3460-EXIT.
042220 3435-EXIT.
042230     EXIT.
042240
042250 3440-COLLECT-ONE-RESULT.
042260     MOVE WB-IMAGE-PATH (WS-BATCH-SUB)
042270         TO WS-ENTRY-IMAGE-PATH
042280     MOVE WB-OUTPUT-NAME (WS-BATCH-SUB)
042290         TO WS-ENTRY-OUTPUT-NAME
042300     MOVE WB-PRIOR-ATTEMPTS (WS-BATCH-SUB)
042310         TO WS-ENTRY-PRIOR-ATTEMPTS
042320     MOVE WB-PROFILE-NAME (WS-BATCH-SUB)
042330         TO WS-REND-PROFILE-NAME
042340     MOVE WB-PROFILE-SUB (WS-BATCH-SUB)
042350         TO WS-PROFILE-SUB
042360     MOVE WB-REND-OUTPUT-NAME (WS-BATCH-SUB)
042370         TO WS-REND-OUTPUT-NAME
042380     PERFORM 3450-BUILD-RC-FILENAME THRU 3450-EXIT
042390     MOVE 9033 TO WS-LOG-COMPLETION-CODE
042400     OPEN INPUT WORKER-RC-FILE
042410     IF WS-WORKER-RC-STATUS = "00"
042420         READ WORKER-RC-FILE
042430             AT END CONTINUE
042440         END-READ
042450         IF WS-WORKER-RC-STATUS = "00"
042460             AND WORKER-RC-RECORD IS NUMERIC
042470             MOVE WORKER-RC-RECORD TO WS-RC-DIGITS
042480             IF WS-RC-DIGITS NOT = 999999
042490                 MOVE WS-RC-DIGITS TO WS-LOG-COMPLETION-CODE
042500             END-IF
042510         END-IF
042520         CLOSE WORKER-RC-FILE
042530     END-IF
042540     IF WS-LOG-COMPLETION-CODE = ZERO
042550         PERFORM 3520-VERIFY-OUTPUT-FILE THRU 3520-EXIT
042560     END-IF
042570     IF WS-LOG-COMPLETION-CODE = ZERO
042580         PERFORM 3530-RECORD-RENDITION-SUCCESS THRU 3530-EXIT
042590     ELSE
042600         PERFORM 3250-ROUTE-FAILED-ENTRY THRU 3250-EXIT
042610     END-IF
042620     PERFORM 3290-LOG-RENDITION THRU 3290-EXIT.
042630 3440-EXIT.
042640     EXIT.
042650
042660 3450-BUILD-RC-FILENAME.
042670     MOVE WS-BATCH-SUB TO WS-BATCH-SUB-DISPLAY
042680     MOVE SPACES TO WS-WORKER-RC-FILENAME
042690     STRING WS-ENV-PREFIX        DELIMITED BY SPACE
042700            "WORK"               DELIMITED BY SIZE
042710            WS-BATCH-SUB-DISPLAY DELIMITED BY SIZE
042720            ".RC"                DELIMITED BY SIZE
042730            INTO WS-WORKER-RC-FILENAME.
042740 3450-EXIT.
042750     EXIT.
042760
042770*----------------------------------------------------------------
042780*    3460/3465 - APPEND WS-TRIM-FIELD TO THE WORKER COMMAND,
042790*    TRAILING BLANKS REMOVED
042800*----------------------------------------------------------------
042810 3460-APPEND-TRIMMED-FIELD.
042820     MOVE 80 TO WS-SCAN-SUB
042830     MOVE "N" TO WS-SCAN-DONE-SW
042840     PERFORM 3465-FIND-FIELD-END THRU 3465-EXIT
042850         UNTIL WS-SCAN-DONE
042860     MOVE WS-SCAN-SUB TO WS-TRIM-LEN
042870     IF WS-TRIM-LEN = ZERO
042880         GO TO 3460-EXIT
042890     END-IF
042900     STRING WS-TRIM-FIELD (1:WS-TRIM-LEN) DELIMITED BY SIZE
042910         INTO WS-WORKER-COMMAND
042920         WITH POINTER WS-CMD-PTR
042930     END-STRING.
042940 3460-EXIT.
042950     EXIT.
042960
042970 3465-FIND-FIELD-END.
042980     IF WS-SCAN-SUB < 1
042990         MOVE "Y" TO WS-SCAN-DONE-SW
043000         GO TO 3465-EXIT
043010     END-IF
043020     IF WS-TRIM-FIELD (WS-SCAN-SUB : 1) NOT = SPACE
043030         MOVE "Y" TO WS-SCAN-DONE-SW
043040     ELSE
043050         SUBTRACT 1 FROM WS-SCAN-SUB
043060     END-IF.
043070 3465-EXIT.
043080     EXIT.
043090
043100*================================================================
043110*    3500-UPDATE-IMAGE-MASTER - AFTER A SUCCESSFUL CONVERSION,
043120*    RECORD THE IMAGE'S SIZE AND CONTENT CHECKSUM IN IMGMST SO
043130*    THE MANGEN BUILDER CAN SKIP IT UNTIL IT CHANGES.  THE
043140*    CHECKSUM IS ALSO KEPT IN WS-SOURCE-CHECKSUM FOR THE OUTPUT
043150*    CATALOG, WHETHER OR NOT IMGMST IS AVAILABLE.
043160*================================================================
043170 3500-UPDATE-IMAGE-MASTER.
043180     MOVE ZERO TO WS-SOURCE-CHECKSUM
043190     MOVE WS-ENTRY-IMAGE-PATH TO WS-CKSUM-PATH
043200     PERFORM 3510-CKSUM-ONE-FILE THRU 3510-EXIT
043210     IF NOT WS-CKSUM-FOUND
043220         GO TO 3500-EXIT
043230     END-IF
043240     MOVE WS-CKSUM-VALUE TO WS-SOURCE-CHECKSUM
043250     IF NOT WS-IMGMST-AVAILABLE
043260         GO TO 3500-EXIT
043270     END-IF
043280     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
043290     MOVE SPACES TO IMAGE-MASTER-RECORD
043300     MOVE WS-ENTRY-IMAGE-PATH  TO IM-IMAGE-PATH
043310     MOVE WS-CKSUM-VALUE       TO IM-CHECKSUM
043320     MOVE WS-CKSUM-SIZE        TO IM-SIZE
043330     MOVE WS-CURRENT-TIMESTAMP TO IM-LAST-CONVERTED
043340     WRITE IMAGE-MASTER-RECORD
043350         INVALID KEY
043360             REWRITE IMAGE-MASTER-RECORD
043370     END-WRITE.
043380 3500-EXIT.
043390     EXIT.
043400
043410*----------------------------------------------------------------
043420*    3510 - CHECKSUM AND SIZE OF THE FILE NAMED IN WS-CKSUM-PATH.
043430*    THE SHELL CKSUM CALL LEAVES ITS ONE LINE IN THE IMGWORK
043440*    FILE, WHICH IS REMOVED FIRST SO A MISSING FILE CANNOT PICK
043450*    UP AN EARLIER FILE'S FIGURES; THE QUOTED PATH IS TRIMMED OF
043460*    TRAILING BLANKS ONLY, AS ON THE WORKER DISPATCH PATH.
043470*    WS-CKSUM-FOUND IS SET ONLY WHEN BOTH FIGURES CAME BACK.
043480*----------------------------------------------------------------
043490 3510-CKSUM-ONE-FILE.
043500     MOVE "N" TO WS-CKSUM-FOUND-SW
043510     MOVE ZERO TO WS-CKSUM-VALUE
043520     MOVE ZERO TO WS-CKSUM-SIZE
043530     MOVE SPACES TO WS-WORKER-COMMAND
043540     MOVE 1 TO WS-CMD-PTR
043550     STRING "rm -f "            DELIMITED BY SIZE
043560            WS-IMGWORK-FILENAME DELIMITED BY SPACE
043570            "; c=$(cksum '"     DELIMITED BY SIZE
043580         INTO WS-WORKER-COMMAND
043590         WITH POINTER WS-CMD-PTR
043600     END-STRING
043610     MOVE WS-CKSUM-PATH TO WS-TRIM-FIELD
043620     PERFORM 3460-APPEND-TRIMMED-FIELD THRU 3460-EXIT
043630     STRING "' 2>/dev/null) && set -- $c && "
043640                              DELIMITED BY SIZE
043650            "printf '%010d %010d\n' $1 $2 > "
043660                              DELIMITED BY SIZE
043670            WS-IMGWORK-FILENAME DELIMITED BY SPACE
043680            " 2>/dev/null"    DELIMITED BY SIZE
043690         INTO WS-WORKER-COMMAND
043700         WITH POINTER WS-CMD-PTR
043710     END-STRING
043720     CALL "SYSTEM" USING WS-WORKER-COMMAND
043730     OPEN INPUT IMAGE-WORK-FILE
043740     IF WS-IMGWORK-STATUS NOT = "00"
043750         GO TO 3510-EXIT
043760     END-IF
043770     READ IMAGE-WORK-FILE
043780         AT END CONTINUE
043790     END-READ
043800     IF WS-IMGWORK-STATUS = "00"
043810         AND IW-CHECKSUM IS NUMERIC
043820         AND IW-SIZE IS NUMERIC
043830         MOVE IW-CHECKSUM TO WS-CKSUM-VALUE
043840         MOVE IW-SIZE     TO WS-CKSUM-SIZE
043850         SET WS-CKSUM-FOUND TO TRUE
043860     END-IF
043870     CLOSE IMAGE-WORK-FILE.
043880 3510-EXIT.
043890     EXIT.
043900
043910*----------------------------------------------------------------
043920*    3520 - A ZERO COMPLETION CODE IS ONLY A SUCCESS IF THE
043930*    RENDITION'S OUTPUT FILE IS REALLY THERE AND HAS SOMETHING IN
043940*    IT.  A MISSING (9061) OR ZERO-BYTE (9062) OUTPUT IS LOGGED
043950*    AND ITS CODE REPLACES THE COMPLETION CODE, SO THE ENTRY IS
043960*    ROUTED THROUGH REJECTS AND TRANLOG SHOWS WHY.
043970*----------------------------------------------------------------
043980 3520-VERIFY-OUTPUT-FILE.
043990     MOVE ZERO TO WS-OUTPUT-SIZE
044000     MOVE WS-REND-OUTPUT-NAME TO WS-CKSUM-PATH
044010     PERFORM 3510-CKSUM-ONE-FILE THRU 3510-EXIT
044020     IF WS-CKSUM-FOUND AND WS-CKSUM-SIZE > ZERO
044030         MOVE WS-CKSUM-SIZE TO WS-OUTPUT-SIZE
044040         GO TO 3520-EXIT
044050     END-IF
044060     MOVE "IMAGE-CONV" TO WS-ERR-STEP-NAME
044070     IF WS-CKSUM-FOUND
044080         MOVE "CONVERTED OUTPUT FILE IS EMPTY" TO WS-ERR-MESSAGE
044090         MOVE 9062 TO WS-ERR-CODE
044100     ELSE
044110         MOVE "CONVERTED OUTPUT FILE NOT FOUND" TO WS-ERR-MESSAGE
044120         MOVE 9061 TO WS-ERR-CODE
044130     END-IF
044140     MOVE WS-REND-OUTPUT-NAME TO WS-SCRIPT-CHECK-FILENAME
044150     PERFORM 7000-LOG-ERROR THRU 7000-EXIT
044160     MOVE WS-ERR-CODE TO WS-LOG-COMPLETION-CODE
044170     ADD 1 TO WS-OUTPUT-FAIL-COUNT.
044180 3520-EXIT.
044190     EXIT.
044200
044210*----------------------------------------------------------------
044220*    3530 - A VERIFIED RENDITION: COUNT IT FOR THE STEP AND ITS
044230*    PROFILE, THEN UPDATE THE IMAGE MASTER AND OUTPUT CATALOG
044240*----------------------------------------------------------------
044250 3530-RECORD-RENDITION-SUCCESS.
044260     ADD 1 TO WS-MANIFEST-SUCCESS-COUNT
044270     IF WS-PROFILE-SUB > ZERO
044280         ADD 1 TO WP-SUCCESS-COUNT (WS-PROFILE-SUB)
044290     END-IF
044300     PERFORM 3500-UPDATE-IMAGE-MASTER THRU 3500-EXIT
044310     PERFORM 3550-UPDATE-OUTPUT-CATALOG THRU 3550-EXIT.
044320 3530-EXIT.
044330     EXIT.
044340
044350*----------------------------------------------------------------
044360*    3550 - RECORD A VERIFIED OUTPUT IN THE OUTPUT CATALOG.  AN
044370*    OUTPUT NAME LAST WRITTEN FROM A DIFFERENT SOURCE IMAGE IS
044380*    LOGGED (9064, INFORMATIONAL) BEFORE ITS ROW IS REPLACED, SO
044390*    A COLLISION ACROSS RUNS IS NEVER SILENT EITHER.
044400*----------------------------------------------------------------
044410 3550-UPDATE-OUTPUT-CATALOG.
044420     IF NOT WS-OUTCAT-AVAILABLE
044430         GO TO 3550-EXIT
044440     END-IF
044450     MOVE WS-REND-OUTPUT-NAME TO OC-OUTPUT-NAME
044460     MOVE "N" TO WS-OUTCAT-FOUND-SW
044470     READ OUTPUT-CATALOG-FILE
044480         INVALID KEY
044490             CONTINUE
044500         NOT INVALID KEY
044510             SET WS-OUTCAT-FOUND TO TRUE
044520     END-READ
044530     IF WS-OUTCAT-FOUND
044540         AND OC-IMAGE-PATH NOT = WS-ENTRY-IMAGE-PATH
044550         MOVE "IMAGE-CONV" TO WS-ERR-STEP-NAME
044560         MOVE SPACES TO WS-ERR-MESSAGE
044570         STRING "OUTPUT REUSED FROM " DELIMITED BY SIZE
044580                OC-IMAGE-PATH         DELIMITED BY SIZE
044590                INTO WS-ERR-MESSAGE
044600         MOVE 9064 TO WS-ERR-CODE
044610         MOVE WS-ENTRY-IMAGE-PATH TO WS-SCRIPT-CHECK-FILENAME
044620         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
044630     END-IF
044640     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
044650     MOVE SPACES TO OUTPUT-CATALOG-RECORD
044660     MOVE WS-REND-OUTPUT-NAME  TO OC-OUTPUT-NAME
044670     MOVE WS-ENTRY-IMAGE-PATH  TO OC-IMAGE-PATH
044680     MOVE WS-SOURCE-CHECKSUM   TO OC-SOURCE-CHECKSUM
044690     MOVE WS-OUTPUT-SIZE       TO OC-OUTPUT-SIZE
044700     MOVE WS-RUN-ID            TO OC-RUN-ID
044710     MOVE WS-CURRENT-TIMESTAMP TO OC-TIMESTAMP
044720     IF WS-OUTCAT-FOUND
044730         REWRITE OUTPUT-CATALOG-RECORD
044740     ELSE
044750         WRITE OUTPUT-CATALOG-RECORD
044760     END-IF.
044770 3550-EXIT.
044780     EXIT.
044790
044800*================================================================
044810*    4000-SERVER-START-STEP - START THE STEP'S SERVICE (THE
044820*    SAMPLE HTTP SERVER UNLESS THE STEP NAMES ANOTHER), UNLESS
044830*    SRVREG SAYS ITS PORT OR ITS ONLY ALLOWED COPY IS TAKEN
044840*================================================================
044850 4000-SERVER-START-STEP.
044860     MOVE WS-CURRENT-STEP-NUMBER TO CKPT-STEP-NUMBER
044870     PERFORM 1600-CHECK-CHECKPOINT THRU 1600-EXIT
044880     IF WS-STEP-ALREADY-DONE
044890         DISPLAY "SERVER START STEP ALREADY COMPLETE - "
044900                 "SKIPPING"
044910         MOVE "SKIPPED " TO WS-CURRENT-STEP-STATUS
044920         GO TO 4000-EXIT
044930     END-IF
044940     ACCEPT WS-STEP3-START-TIME FROM TIME
044950     IF NOT WS-SERVICE-FOUND
044960         MOVE "SERVER-START" TO WS-ERR-STEP-NAME
044970         MOVE SPACES TO WS-ERR-MESSAGE
044980         STRING "SERVICE "                DELIMITED BY SIZE
044990                WS-SERVICE-NAME           DELIMITED BY SIZE
045000                " NOT IN SERVICE CATALOG" DELIMITED BY SIZE
045010                INTO WS-ERR-MESSAGE
045020         MOVE 9071 TO WS-ERR-CODE
045030         MOVE WS-SRVCAT-FILENAME TO WS-SCRIPT-CHECK-FILENAME
045040         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
045050         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
045060         GO TO 4000-EXIT
045070     END-IF
045080     MOVE WS-SERVER-SCRIPT TO WS-SCRIPT-CHECK-FILENAME
045090     MOVE "N" TO WS-SCRIPT-CHECK-BINARY-SW
045100     PERFORM 5000-VALIDATE-SCRIPT-FILE THRU 5000-EXIT
045110     IF NOT WS-VALIDATION-OK
045120         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
045130         GO TO 4000-EXIT
045140     END-IF
045150     PERFORM 4050-CHECK-SERVER-REGISTRY THRU 4050-EXIT
045160     IF WS-SERVER-CONFLICT
045170         MOVE "SERVER-START" TO WS-ERR-STEP-NAME
045180         MOVE WS-CONFLICT-MESSAGE TO WS-ERR-MESSAGE
045190         MOVE WS-CONFLICT-CODE TO WS-ERR-CODE
045200         MOVE WS-SERVER-SCRIPT TO WS-SCRIPT-CHECK-FILENAME
045210         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
045220         DISPLAY "SERVER START REFUSED - " WS-CONFLICT-MESSAGE
045230         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
045240         GO TO 4000-EXIT
045250     END-IF
045260     DISPLAY "STARTING SERVICE " WS-SERVICE-NAME
045270             " ON PORT " WS-PORT-CONFIG
045280     CALL "EXEC_NODEJS_FILE" USING WS-SERVER-SCRIPT,
045290                                    WS-PORT-CONFIG,
045300                                    WS-SERVER-HOST,
045310                                    WS-SERVER-PID
045320     MOVE RETURN-CODE TO WS-LOG-COMPLETION-CODE
045330     MOVE "EXEC_NODEJS_FILE" TO WS-LOG-PROGRAM-NAME
045340     MOVE WS-SERVER-SCRIPT   TO WS-LOG-SCRIPT-OR-CODE
045350     PERFORM 8000-LOG-TRANSACTION THRU 8000-EXIT
045360     IF WS-LOG-COMPLETION-CODE = ZERO
045370         MOVE "SUCCESS " TO WS-CURRENT-STEP-STATUS
045380         PERFORM 4100-WRITE-SERVER-REGISTRY THRU 4100-EXIT
045390         MOVE WS-CURRENT-STEP-NUMBER TO CKPT-STEP-NUMBER
045400         MOVE "SERVER-START" TO CKPT-STEP-NAME
045410         PERFORM 1700-WRITE-CHECKPOINT THRU 1700-EXIT
045420     ELSE
045430         MOVE "FAILED  " TO WS-CURRENT-STEP-STATUS
045440     END-IF
045450     ACCEPT WS-STEP3-END-TIME FROM TIME.
045460 4000-EXIT.
045470     EXIT.
045480
045490*----------------------------------------------------------------
045500*    4050/4055 - MAY THIS SERVICE START ON THIS PORT?  A SRVREG
045510*    ROW STILL RUNNING (OR RUNNING BUT FAILING ITS HEALTH CHECK)
045520*    ON THE SAME PORT REFUSES IT (9072); SO DOES A RUNNING ROW
045530*    FOR THE SAME SERVICE WHEN THE SERVICE IS SINGLE-INSTANCE
045540*    (9073).  SRVMON KEEPS THE STATUSES CURRENT; A ROW LEFT
045550*    RUNNING BY A PROCESS THAT HAS SINCE DIED BLOCKS THE PORT
045560*    UNTIL SRVMON HAS SWEPT IT.  NO SRVREG FILE MEANS NO CONFLICT.
045570*----------------------------------------------------------------
045580 4050-CHECK-SERVER-REGISTRY.
045590     MOVE "N" TO WS-SERVER-CONFLICT-SW
045600     MOVE ZERO TO WS-CONFLICT-CODE
045610     MOVE SPACES TO WS-CONFLICT-MESSAGE
045620     MOVE "N" TO WS-SRVREG-EOF-SW
045630     OPEN INPUT SERVER-REGISTRY-FILE
045640     IF WS-SRVREG-STATUS NOT = "00"
045650         GO TO 4050-EXIT
045660     END-IF
045670     PERFORM 4055-CHECK-ONE-REGISTRY-ROW THRU 4055-EXIT
045680         UNTIL WS-SRVREG-EOF
045690            OR WS-SERVER-CONFLICT
045700     CLOSE SERVER-REGISTRY-FILE.
045710 4050-EXIT.
045720     EXIT.
045730
045740 4055-CHECK-ONE-REGISTRY-ROW.
045750     READ SERVER-REGISTRY-FILE
045760         AT END
045770             MOVE "Y" TO WS-SRVREG-EOF-SW
045780     END-READ
045790     IF WS-SRVREG-EOF
045800         GO TO 4055-EXIT
045810     END-IF
045820     IF SR-STATUS NOT = "RUNNING"
045830         AND SR-STATUS NOT = "UNHEALTHY"
045840         GO TO 4055-EXIT
045850     END-IF
045860     MOVE SR-SERVICE-NAME TO WS-CONFLICT-SERVICE
045870     IF SR-PORT IS NUMERIC
045880         MOVE SR-PORT TO WS-CONFLICT-PORT
045890     ELSE
045900         MOVE ZERO TO WS-CONFLICT-PORT
045910     END-IF
045920     IF WS-CONFLICT-PORT = WS-PORT-CONFIG
045930         SET WS-SERVER-CONFLICT TO TRUE
045940         MOVE 9072 TO WS-CONFLICT-CODE
045950         STRING "PORT "                    DELIMITED BY SIZE
045960                WS-CONFLICT-PORT           DELIMITED BY SIZE
045970                " HELD BY RUNNING SERVICE " DELIMITED BY SIZE
045980                WS-CONFLICT-SERVICE        DELIMITED BY SIZE
045990                INTO WS-CONFLICT-MESSAGE
046000         GO TO 4055-EXIT
046010     END-IF
046020     IF WS-SERVICE-SINGLE-INSTANCE
046030         AND SR-SERVICE-NAME = WS-SERVICE-NAME
046040         SET WS-SERVER-CONFLICT TO TRUE
046050         MOVE 9073 TO WS-CONFLICT-CODE
046060         STRING "SINGLE-INSTANCE SERVICE " DELIMITED BY SIZE
046070                WS-SERVICE-NAME            DELIMITED BY SIZE
046080                " RUNNING ON PORT "        DELIMITED BY SIZE
046090                WS-CONFLICT-PORT           DELIMITED BY SIZE
046100                INTO WS-CONFLICT-MESSAGE
046110     END-IF.
046120 4055-EXIT.
046130     EXIT.
046140
046150 4100-WRITE-SERVER-REGISTRY.
046160     OPEN EXTEND SERVER-REGISTRY-FILE
046170     IF WS-SRVREG-STATUS NOT = "00"
046180         OPEN OUTPUT SERVER-REGISTRY-FILE
046190     END-IF
046200     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
046210     MOVE SPACES                TO SERVER-REGISTRY-RECORD
046220     IF WS-SERVER-HOST = SPACES
046230         MOVE "LOCALHOST" TO SR-HOST
046240     ELSE
046250         MOVE WS-SERVER-HOST TO SR-HOST
046260     END-IF
046270     MOVE WS-PORT-CONFIG        TO SR-PORT
046280     MOVE WS-CURRENT-TIMESTAMP  TO SR-START-TIMESTAMP
046290     MOVE WS-SERVER-PID         TO SR-PROCESS-ID
046300     MOVE "RUNNING"             TO SR-STATUS
046310     MOVE WS-SERVICE-NAME       TO SR-SERVICE-NAME
046320     WRITE SERVER-REGISTRY-RECORD
046330     CLOSE SERVER-REGISTRY-FILE.
046340 4100-EXIT.
046350     EXIT.
046360
046370*================================================================
046380*    5000-VALIDATE-SCRIPT-FILE - PRE-FLIGHT CHECK SHARED BY THE
046390*    IMAGE CONVERSION AND SERVER START STEPS. CALLER SETS
046400*    WS-SCRIPT-CHECK-BINARY-SW TO "Y" FOR A BINARY MANIFEST
046410*    ENTRY (EXISTENCE/OPEN CHECK ONLY) OR "N" FOR A TEXT NODE
046420*    SCRIPT (EXISTENCE PLUS A TEST READ).
046430*================================================================
046440 5000-VALIDATE-SCRIPT-FILE.
046450     MOVE "N" TO WS-VALIDATION-OK-SW
046460     IF NOT WS-NODE-RUNTIME-OK
046470         MOVE "VALIDATE"  TO WS-ERR-STEP-NAME
046480         MOVE "NODE RUNTIME NOT AVAILABLE" TO WS-ERR-MESSAGE
046490         MOVE 9001        TO WS-ERR-CODE
046500         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
046510         GO TO 5000-EXIT
046520     END-IF
046530     OPEN INPUT SCRIPT-CHECK-FILE
046540     IF WS-SCRIPT-CHECK-STATUS NOT = "00"
046550         MOVE "VALIDATE"  TO WS-ERR-STEP-NAME
046560         MOVE "SCRIPT OR IMAGE FILE NOT FOUND"
046570                          TO WS-ERR-MESSAGE
046580         MOVE 9020        TO WS-ERR-CODE
046590         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
046600         GO TO 5000-EXIT
046610     END-IF
046620     IF WS-SCRIPT-CHECK-BINARY
046630         SET WS-VALIDATION-OK TO TRUE
046640         CLOSE SCRIPT-CHECK-FILE
046650         GO TO 5000-EXIT
046660     END-IF
046670     READ SCRIPT-CHECK-FILE
046680         AT END
046690             CONTINUE
046700     END-READ
046710     IF WS-SCRIPT-CHECK-STATUS = "00"
046720        OR WS-SCRIPT-CHECK-STATUS = "10"
046730         SET WS-VALIDATION-OK TO TRUE
046740     ELSE
046750         MOVE "VALIDATE"  TO WS-ERR-STEP-NAME
046760         MOVE "SCRIPT OR IMAGE FILE NOT READABLE"
046770                          TO WS-ERR-MESSAGE
046780         MOVE 9021        TO WS-ERR-CODE
046790         PERFORM 7000-LOG-ERROR THRU 7000-EXIT
046800     END-IF
046810     CLOSE SCRIPT-CHECK-FILE.
046820 5000-EXIT.
046830     EXIT.
046840
046850*================================================================
046860*    7000-LOG-ERROR - WRITE ONE ERRLOG RECORD AND DISPLAY IT
046870*================================================================
046880 7000-LOG-ERROR.
046890     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
046900     MOVE SPACES               TO ERROR-LOG-RECORD
046910     MOVE WS-CURRENT-TIMESTAMP TO EL-TIMESTAMP
046920     MOVE WS-ERR-STEP-NAME     TO EL-STEP-NAME
046930     MOVE WS-ERR-CODE          TO EL-ERROR-CODE
046940     MOVE WS-SCRIPT-CHECK-FILENAME TO EL-SCRIPT-PATH
046950     MOVE WS-ERR-MESSAGE       TO EL-ERROR-MESSAGE
046960     MOVE WS-RUN-ID            TO EL-RUN-ID
046970     WRITE ERROR-LOG-RECORD
046980     DISPLAY "ERROR " WS-ERR-CODE ": " WS-ERR-MESSAGE
046990     PERFORM 7100-ROUTE-ALERT THRU 7100-EXIT.
047000 7000-EXIT.
047010     EXIT.
047020
047030*================================================================
047040*    7100/7110/7200 - ALERT ROUTING.  EVERY ERRLOG EVENT GETS
047050*    ONE ALERTS RECORD; A SEVERITY 1 HIT ALSO FIRES THE
047060*    IMMEDIATE ON-CALL NOTIFICATION
047070*================================================================
047080 7100-ROUTE-ALERT.
047090     MOVE 3     TO WS-ALERT-SEVERITY
047100     MOVE "LOG" TO WS-ALERT-DEST
047110     MOVE "N"   TO WS-ROUTE-FOUND-SW
047120     PERFORM 7110-MATCH-ONE-ROUTE THRU 7110-EXIT
047130         VARYING WS-ROUTE-SUB FROM 1 BY 1
047140         UNTIL WS-ROUTE-SUB > 12
047150            OR WS-ROUTE-FOUND
047160     MOVE SPACES               TO ALERTS-RECORD
047170     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
047180     MOVE WS-ALERT-SEVERITY    TO AL-SEVERITY
047190     MOVE WS-ALERT-DEST        TO AL-DESTINATION
047200     MOVE WS-ERR-CODE          TO AL-ERROR-CODE
047210     MOVE WS-ERR-STEP-NAME     TO AL-STEP-NAME
047220     MOVE WS-ERR-MESSAGE       TO AL-MESSAGE
047230     MOVE WS-RUN-ID            TO AL-RUN-ID
047240     WRITE ALERTS-RECORD
047250     IF WS-ALERT-SEVERITY = 1
047260         PERFORM 7200-NOTIFY-ONCALL THRU 7200-EXIT
047270     END-IF.
047280 7100-EXIT.
047290     EXIT.
047300
047310 7110-MATCH-ONE-ROUTE.
047320     IF WS-ERR-CODE NOT < WS-ROUTE-LOW (WS-ROUTE-SUB)
047330         AND WS-ERR-CODE NOT > WS-ROUTE-HIGH (WS-ROUTE-SUB)
047340         MOVE WS-ROUTE-SEVERITY (WS-ROUTE-SUB)
047350             TO WS-ALERT-SEVERITY
047360         MOVE WS-ROUTE-DEST (WS-ROUTE-SUB)
047370             TO WS-ALERT-DEST
047380         SET WS-ROUTE-FOUND TO TRUE
047390     END-IF.
047400 7110-EXIT.
047410     EXIT.
047420
047430*----------------------------------------------------------------
047440*    7200 - IMMEDIATE NOTIFICATION FOR THE CRITICAL TIER.  THE
047450*    DELIVERY MECHANISM IS THE SITE'S NOTIFY-ONCALL.SH HOOK;
047460*    WHEN IT IS ABSENT OR FAILS THE ALERT STILL SHOWS ON THE
047470*    CONSOLE SO THE FAILURE IS NEVER SILENT.
047480*----------------------------------------------------------------
047490 7200-NOTIFY-ONCALL.
047500     DISPLAY "*** SEVERITY 1 ALERT - PAGING ON-CALL: ERROR "
047510             WS-ERR-CODE " " WS-ERR-MESSAGE
047520     MOVE SPACES TO WS-NOTIFY-COMMAND
047530     STRING "sh notify-oncall.sh " DELIMITED BY SIZE
047540            WS-ERR-CODE            DELIMITED BY SIZE
047550            " '"                   DELIMITED BY SIZE
047560            WS-ERR-MESSAGE         DELIMITED BY SIZE
047570            "' >/dev/null 2>&1"    DELIMITED BY SIZE
047580            INTO WS-NOTIFY-COMMAND
047590     IF WS-ONCALL-PAGED
047600         DISPLAY "*** FURTHER SEVERITY 1 ALERTS THIS RUN ARE "
047610                 "RECORDED IN THE ALERTS FILE ONLY"
047620         GO TO 7200-EXIT
047630     END-IF
047640     SET WS-ONCALL-PAGED TO TRUE
047650     CALL "SYSTEM" USING WS-NOTIFY-COMMAND
047660     IF RETURN-CODE NOT = ZERO
047670         DISPLAY "*** ON-CALL NOTIFY HOOK FAILED OR MISSING - "
047680                 "ALERT RECORDED IN ALERTS FILE ONLY"
047690     END-IF.
047700 7200-EXIT.
047710     EXIT.
047720
047730*================================================================
047740*    8000-LOG-TRANSACTION - WRITE ONE TRANLOG RECORD
047750*================================================================
047760 8000-LOG-TRANSACTION.
047770     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
047780     MOVE SPACES                 TO TRANSACTION-LOG-RECORD
047790     MOVE WS-CURRENT-TIMESTAMP   TO TL-TIMESTAMP
047800     MOVE WS-LOG-PROGRAM-NAME    TO TL-PROGRAM-NAME
047810     MOVE WS-LOG-SCRIPT-OR-CODE  TO TL-SCRIPT-OR-CODE
047820     MOVE WS-LOG-COMPLETION-CODE TO TL-COMPLETION-CODE
047830     MOVE WS-RUN-ID              TO TL-RUN-ID
047840     WRITE TRANSACTION-LOG-RECORD.
047850 8000-EXIT.
047860     EXIT.
047870
047880*================================================================
047890*    8100-LOG-STEP-EVENT - WRITE ONE STEPLOG RECORD AS A JOB
047900*    STEP FINISHES (RAN, FAILED, SKIPPED ON RESTART OR BYPASSED
047910*    BY ITS CONDITION).  CALLER SETS WS-STEP-LOG-TYPE AND
047920*    WS-STEP-LOG-PARM; THE STATUS IS WS-CURRENT-STEP-STATUS.
047930*================================================================
047940 8100-LOG-STEP-EVENT.
047950     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
047960     MOVE SPACES                 TO STEP-LOG-RECORD
047970     MOVE WS-CURRENT-TIMESTAMP   TO SG-TIMESTAMP
047980     MOVE WS-CURRENT-STEP-NUMBER TO SG-STEP-NUMBER
047990     MOVE WS-STEP-LOG-TYPE       TO SG-STEP-TYPE
048000     MOVE WS-CURRENT-STEP-STATUS TO SG-STEP-STATUS
048010     MOVE WS-STEP-LOG-PARM       TO SG-PARAMETER
048020     MOVE WS-RUN-ID              TO SG-RUN-ID
048030     WRITE STEP-LOG-RECORD.
048040 8100-EXIT.
048050     EXIT.
048060
048070*================================================================
048080*    9000-FINALIZE - SUMMARY REPORT, THEN CLOSE EVERYTHING
048090*================================================================
048100 9000-FINALIZE.
048110*    A DRY RUN REPORTS THROUGH AUDITRPT ONLY - NEVER OVERWRITE
048120*    THE LAST REAL RUN'S SUMMARY OR ITS RUN HISTORY
048130     IF NOT WS-DRYRUN-MODE
048140         PERFORM 9100-WRITE-SUMMARY-REPORT THRU 9100-EXIT
048150         PERFORM 9300-WRITE-RUN-HISTORY THRU 9300-EXIT
048160         PERFORM 9400-RELEASE-RUN-LOCK THRU 9400-EXIT
048170     END-IF
048180     PERFORM 9200-CLOSE-FILES THRU 9200-EXIT.
048190 9000-EXIT.
048200     EXIT.
048210
048220 9100-WRITE-SUMMARY-REPORT.
048230     MOVE WS-MANIFEST-RECORD-COUNT TO WS-IMAGE-COUNT-DISPLAY
048240     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
048250     OPEN OUTPUT SUMMARY-REPORT-FILE
048260     MOVE "NODE.COBOL BATCH RUN SUMMARY" TO WS-SUMMARY-LINE
048270     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048280     MOVE ALL "-" TO WS-SUMMARY-LINE
048290     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048300     MOVE SPACES TO WS-SUMMARY-LINE
048310     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
048320            WS-CURRENT-TIMESTAMP    DELIMITED BY SIZE
048330            INTO WS-SUMMARY-LINE
048340     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048350     MOVE SPACES TO WS-SUMMARY-LINE
048360     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048370
048380     STRING "STEP 1 - NODE.JS SNIPPET . . . . : " DELIMITED BY
048390                SIZE
048400            WS-STEP1-STATUS                       DELIMITED BY
048410                SIZE
048420            "  START " DELIMITED BY SIZE
048430            WS-STEP1-START-TIME DELIMITED BY SIZE
048440            "  END "   DELIMITED BY SIZE
048450            WS-STEP1-END-TIME   DELIMITED BY SIZE
048460            INTO WS-SUMMARY-LINE
048470     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048480     STRING "         SNIPPET OUTPUT . . . . . : " DELIMITED BY
048490                SIZE
048500            NODEJS-OUTPUT (1:40)                   DELIMITED BY
048510                SIZE
048520            INTO WS-SUMMARY-LINE
048530     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048540
048550     STRING "STEP 2 - IMAGE CONVERSION . . . . : " DELIMITED BY
048560                SIZE
048570            WS-STEP2-STATUS                        DELIMITED BY
048580                SIZE
048590            "  START " DELIMITED BY SIZE
048600            WS-STEP2-START-TIME DELIMITED BY SIZE
048610            "  END "   DELIMITED BY SIZE
048620            WS-STEP2-END-TIME   DELIMITED BY SIZE
048630            "  IMAGES " DELIMITED BY SIZE
048640            WS-IMAGE-COUNT-DISPLAY DELIMITED BY SIZE
048650            INTO WS-SUMMARY-LINE
048660     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048670     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-DISPLAY
048680     MOVE WS-DEAD-COUNT   TO WS-DEAD-COUNT-DISPLAY
048690     MOVE SPACES TO WS-SUMMARY-LINE
048700     STRING "         REJECTED ENTRIES . . . . : " DELIMITED BY
048710                SIZE
048720            WS-REJECT-COUNT-DISPLAY               DELIMITED BY
048730                SIZE
048740            "  PERMANENTLY DEAD " DELIMITED BY SIZE
048750            WS-DEAD-COUNT-DISPLAY  DELIMITED BY SIZE
048760            INTO WS-SUMMARY-LINE
048770     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048780     IF WS-OUTPUT-FAIL-COUNT > ZERO OR WS-DUPLICATE-COUNT > ZERO
048790         MOVE WS-OUTPUT-FAIL-COUNT TO WS-REJECT-COUNT-DISPLAY
048800         MOVE WS-DUPLICATE-COUNT   TO WS-DEAD-COUNT-DISPLAY
048810         MOVE SPACES TO WS-SUMMARY-LINE
048820         STRING "         MISSING/EMPTY OUTPUTS  . : "
048830                                         DELIMITED BY SIZE
048840                WS-REJECT-COUNT-DISPLAY  DELIMITED BY SIZE
048850                "  DUPLICATE NAMES "     DELIMITED BY SIZE
048860                WS-DEAD-COUNT-DISPLAY    DELIMITED BY SIZE
048870                INTO WS-SUMMARY-LINE
048880         WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
048890     END-IF
048900     PERFORM 9160-WRITE-PROFILE-LINE THRU 9160-EXIT
048910         VARYING WS-PROFILE-SUB FROM 1 BY 1
048920         UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
048930     IF WS-WORKER-COUNT > 1
048940         MOVE SPACES TO WS-SUMMARY-LINE
048950         STRING "         CONCURRENT WORKERS . . . : "
048960                                        DELIMITED BY SIZE
048970                WS-WORKER-COUNT         DELIMITED BY SIZE
048980                INTO WS-SUMMARY-LINE
048990         WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
049000     END-IF
049010     IF WS-RETRY-MODE
049020         MOVE "         MODE . . . . . . . . . . : RETRY "
049030             TO WS-SUMMARY-LINE
049040         WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
049050     END-IF
049060
049070     STRING "STEP 3 - HTTP SERVER START . . . : " DELIMITED BY
049080                SIZE
049090            WS-STEP3-STATUS                        DELIMITED BY
049100                SIZE
049110            "  START " DELIMITED BY SIZE
049120            WS-STEP3-START-TIME DELIMITED BY SIZE
049130            "  END "   DELIMITED BY SIZE
049140            WS-STEP3-END-TIME   DELIMITED BY SIZE
049150            "  PORT "  DELIMITED BY SIZE
049160            WS-PORT-CONFIG      DELIMITED BY SIZE
049170            "  SERVICE " DELIMITED BY SIZE
049180            WS-SERVICE-NAME     DELIMITED BY SIZE
049190            INTO WS-SUMMARY-LINE
049200     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
049210     IF WS-JOBSTRM-LOADED
049220         MOVE SPACES TO WS-SUMMARY-LINE
049230         WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
049240         MOVE "JOB STREAM STEPS" TO WS-SUMMARY-LINE
049250         WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE
049260         PERFORM 9150-WRITE-JOB-STEP-LINE THRU 9150-EXIT
049270             VARYING WS-JOB-SUB FROM 1 BY 1
049280             UNTIL WS-JOB-SUB > WS-JOB-STEP-COUNT
049290     END-IF
049300     CLOSE SUMMARY-REPORT-FILE.
049310 9100-EXIT.
049320     EXIT.
049330
049340 9150-WRITE-JOB-STEP-LINE.
049350     MOVE WS-JOB-SUB TO WS-JOB-SUB-DISPLAY
049360     MOVE SPACES TO WS-SUMMARY-LINE
049370     STRING "  STEP "                    DELIMITED BY SIZE
049380            WS-JOB-SUB-DISPLAY           DELIMITED BY SIZE
049390            "  "                         DELIMITED BY SIZE
049400            WS-JOB-TYPE (WS-JOB-SUB)     DELIMITED BY SIZE
049410            " "                          DELIMITED BY SIZE
049420            WS-JOB-STATUS (WS-JOB-SUB)   DELIMITED BY SIZE
049430            " "                          DELIMITED BY SIZE
049440            WS-JOB-PARM (WS-JOB-SUB) (1:40)
049450                                         DELIMITED BY SIZE
049460            INTO WS-SUMMARY-LINE
049470     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE.
049480 9150-EXIT.
049490     EXIT.
049500
049510*----------------------------------------------------------------
049520*    9160 - ONE LINE PER PROFILE USED THIS RUN: RENDITIONS
049530*    CONVERTED OUT OF RENDITIONS ATTEMPTED
049540*----------------------------------------------------------------
049550 9160-WRITE-PROFILE-LINE.
049560     IF WP-CONVERT-COUNT (WS-PROFILE-SUB) = ZERO
049570         GO TO 9160-EXIT
049580     END-IF
049590     MOVE WP-SUCCESS-COUNT (WS-PROFILE-SUB)
049600         TO WS-PROFILE-OK-DISPLAY
049610     MOVE WP-CONVERT-COUNT (WS-PROFILE-SUB)
049620         TO WS-PROFILE-ALL-DISPLAY
049630     MOVE SPACES TO WS-SUMMARY-LINE
049640     STRING "         RENDITION "            DELIMITED BY SIZE
049650            WP-PROFILE-NAME (WS-PROFILE-SUB) DELIMITED BY SIZE
049660            " . . . : "                      DELIMITED BY SIZE
049670            WS-PROFILE-OK-DISPLAY            DELIMITED BY SIZE
049680            " OF "                           DELIMITED BY SIZE
049690            WS-PROFILE-ALL-DISPLAY           DELIMITED BY SIZE
049700            " CONVERTED"                     DELIMITED BY SIZE
049710            INTO WS-SUMMARY-LINE
049720     WRITE SUMMARY-REPORT-RECORD FROM WS-SUMMARY-LINE.
049730 9160-EXIT.
049740     EXIT.
049750
049760 9200-CLOSE-FILES.
049770     CLOSE TRANSACTION-LOG-FILE
049780     CLOSE ERROR-LOG-FILE
049790     CLOSE STEP-LOG-FILE
049800     CLOSE ALERTS-FILE
049810     IF WS-CKPT-FILE-AVAILABLE
049820         CLOSE CHECKPOINT-FILE
049830     END-IF
049840     IF WS-SNIPLIB-AVAILABLE
049850         CLOSE SNIPPET-LIBRARY-FILE
049860     END-IF.
049870 9200-EXIT.
049880     EXIT.
049890
049900*================================================================
049910*    9300/9310 - DURABLE RUN HISTORY.  ONE RUNHIST ROW PER RUN,
049920*    KEYED BY THE RUN ID GENERATED AT INITIALIZE TIME, WRITTEN
049930*    WHETHER THE RUN SUCCEEDED OR NOT SO THE TREND REPORT SEES
049940*    EVERY OUTCOME.
049950*================================================================
049960 9300-WRITE-RUN-HISTORY.
049970     OPEN I-O RUN-HISTORY-FILE
049980     IF WS-RUNHIST-STATUS = "35"
049990         OPEN OUTPUT RUN-HISTORY-FILE
050000         IF WS-RUNHIST-STATUS = "00"
050010             CLOSE RUN-HISTORY-FILE
050020             OPEN I-O RUN-HISTORY-FILE
050030         END-IF
050040     END-IF
050050     IF WS-RUNHIST-STATUS NOT = "00"
050060         DISPLAY "RUNHIST UNAVAILABLE, STATUS " WS-RUNHIST-STATUS
050070                 " - RUN HISTORY NOT RECORDED"
050080         GO TO 9300-EXIT
050090     END-IF
050100     PERFORM 9310-COMPUTE-STEP2-ELAPSED THRU 9310-EXIT
050110     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
050120     MOVE SPACES TO RUN-HISTORY-RECORD
050130     MOVE WS-RUN-ID                TO RH-RUN-ID
050140     MOVE WS-RUN-START-TIMESTAMP   TO RH-START-TIMESTAMP
050150     MOVE WS-CURRENT-TIMESTAMP     TO RH-END-TIMESTAMP
050160     MOVE WS-STEP1-STATUS          TO RH-STEP1-STATUS
050170     MOVE WS-STEP2-STATUS          TO RH-STEP2-STATUS
050180     MOVE WS-STEP3-STATUS          TO RH-STEP3-STATUS
050190     MOVE WS-STEP2-ELAPSED-CS      TO RH-STEP2-ELAPSED
050200     MOVE WS-MANIFEST-RECORD-COUNT TO RH-IMAGE-COUNT
050210     MOVE WS-MANIFEST-SUCCESS-COUNT TO RH-IMAGE-SUCCESS
050220     MOVE WS-SNIPPET-NAME          TO RH-SNIPPET-NAME
050230     MOVE WS-PORT-CONFIG           TO RH-PORT
050240     MOVE WS-WORKER-COUNT          TO RH-WORKER-COUNT
050250     WRITE RUN-HISTORY-RECORD
050260         INVALID KEY
050270             DISPLAY "RUNHIST WRITE REJECTED FOR RUN ID "
050280                     WS-RUN-ID
050290     END-WRITE
050300     CLOSE RUN-HISTORY-FILE.
050310 9300-EXIT.
050320     EXIT.
050330
050340*----------------------------------------------------------------
050350*    9310 - STEP 2 ELAPSED TIME IN CENTISECONDS, MIDNIGHT-SAFE
050360*----------------------------------------------------------------
050370 9310-COMPUTE-STEP2-ELAPSED.
050380     MOVE ZERO TO WS-STEP2-ELAPSED-CS
050390     IF WS-STEP2-START-TIME = ZERO AND WS-STEP2-END-TIME = ZERO
050400         GO TO 9310-EXIT
050410     END-IF
050420     MOVE WS-STEP2-START-TIME TO WS-TIME-WORK
050430     PERFORM 9320-TIME-TO-CENTISECS THRU 9320-EXIT
050440     MOVE WS-TIME-CENTISECS TO WS-ELAPSED-START-CS
050450     MOVE WS-STEP2-END-TIME TO WS-TIME-WORK
050460     PERFORM 9320-TIME-TO-CENTISECS THRU 9320-EXIT
050470     MOVE WS-TIME-CENTISECS TO WS-ELAPSED-END-CS
050480     IF WS-ELAPSED-END-CS < WS-ELAPSED-START-CS
050490         ADD 8640000 TO WS-ELAPSED-END-CS
050500     END-IF
050510     COMPUTE WS-STEP2-ELAPSED-CS =
050520         WS-ELAPSED-END-CS - WS-ELAPSED-START-CS
050530     END-COMPUTE.
050540 9310-EXIT.
050550     EXIT.
050560
050570 9320-TIME-TO-CENTISECS.
050580     COMPUTE WS-TIME-CENTISECS =
050590         ((WS-TW-HH * 60 + WS-TW-MM) * 60 + WS-TW-SS) * 100
050600         + WS-TW-CC
050610     END-COMPUTE.
050620 9320-EXIT.
050630     EXIT.
050640
050650*----------------------------------------------------------------
050660*    9400 - RELEASE THE RUN LOCK BY EMPTYING THE FILE
050670*----------------------------------------------------------------
050680 9400-RELEASE-RUN-LOCK.
050690     IF NOT WS-RUN-LOCK-HELD
050700         GO TO 9400-EXIT
050710     END-IF
050720     OPEN OUTPUT RUN-LOCK-FILE
050730     IF WS-RUNLOCK-STATUS = "00"
050740         CLOSE RUN-LOCK-FILE
050750     END-IF
050760     MOVE "N" TO WS-RUN-LOCK-HELD-SW.
050770 9400-EXIT.
050780     EXIT.
