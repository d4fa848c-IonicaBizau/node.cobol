000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    RUNDRILL.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - PER-RUN DRILL-DOWN.  FOR
000140*                    ONE RUNHIST ROW (THE RUN ID PARM, OR THE
000150*                    LATEST RUN WHEN NO PARM IS GIVEN) IT GATHERS
000160*                    EVERYTHING THE RUN LEFT BEHIND - THE JOB
000170*                    STEPS AND THEIR STATUSES FROM STEPLOG, THE
000180*                    NODE CALLS AND COMPLETION CODES FROM TRANLOG
000190*                    AND TRANHIST, THE ERRORS FROM ERRLOG AND THE
000200*                    ALERTS THEY RAISED, THE REJECTED AND DEAD-
000210*                    LETTERED IMAGES, AND THE SNIPPET RESULT FROM
000220*                    SNIPRSLT - AND WRITES THEM IN TIME ORDER TO
000230*                    THE DRILLRPT REPORT.  HONOURS THE
000240*                    ENVIRONMENT PROFILE FACILITY (ENV= PARM IN
000250*                    EITHER POSITION AGAINST THE ENVPROF FILE).
000260*   2026-10-15  DO   REJECTS AND DEADLTR ROWS NOW END IN THE
000270*                    CONVERSION PROFILE OF THE FAILED RENDITION;
000280*                    THE REJECT AND DEAD-LETTER EVENTS SHOW IT
000290*                    AFTER THE OUTPUT NAME.
000300*   2026-10-15  DO   RUNHIST RECORD CARRIES RH-WORKER-COUNT
000310*                    IN THE HIGH-ORDER DIGIT OF THE OLD
000320*                    RH-STEP2-ELAPSED, AS WRITTEN BY MAIN.
000330*----------------------------------------------------------------
000340* A RECORD BELONGS TO THE RUN WHEN IT CARRIES THE RUN'S ID.
000350* TRANLOG, ERRLOG AND ALERTS RECORDS WRITTEN BEFORE THE RUN
000360* STAMP WAS ADDED HAVE A BLANK RUN ID AND FALL BACK TO THE
000370* RUN'S START/END WINDOW, AS IN RECON.  AN UNSTAMPED REJECTS OR
000380* DEADLTR ROW CANNOT BE TIED TO ANY ONE RUN; THOSE ARE COUNTED
000390* AS UNATTRIBUTED ON THE REPORT BUT NOT LISTED.
000400*
000410* EVENTS WITH THE SAME TIMESTAMP KEEP THE ORDER THEY WERE
000420* GATHERED IN (CALLS, ERRORS, ALERTS, REJECTS, DEAD LETTERS,
000430* SNIPPET RESULT, STEPS), SO AN ERROR ALWAYS LISTS AHEAD OF THE
000440* ALERT IT RAISED AND A STEP'S CLOSING STATUS FOLLOWS ITS WORK.
000450*----------------------------------------------------------------
000460* Compile this file on its own:
000470*
000480*  $ cobc -x example/rundrill.cbl
000490*
000500* Then execute the binary file:
000510*
000520*  $ ./rundrill
000530*----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570*----------------------------------------------------------------
000580*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000590*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000600*----------------------------------------------------------------
000610     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ENVPROF-STATUS.
000640
000650*----------------------------------------------------------------
000660*    RUN HISTORY MASTER - THE RECORD MAIN WRITES AT FINALIZE
000670*----------------------------------------------------------------
000680     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
000690         WS-RUNHIST-FILENAME
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS RH-RUN-ID
000730         FILE STATUS IS WS-RUNHIST-STATUS.
000740
000750*----------------------------------------------------------------
000760*    JOB STEP EVENT LOG - ONE RECORD PER STEP MAIN PROCESSES
000770*----------------------------------------------------------------
000780     SELECT STEP-LOG-FILE ASSIGN TO DYNAMIC
000790         WS-STEPLOG-FILENAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-STEPLOG-STATUS.
000820
000830*----------------------------------------------------------------
000840*    TRANSACTION LOG AND ITS ARCHIVE (TRNRPT MOVES AGED ROWS
000850*    FROM THE LIVE LOG TO TRANHIST)
000860*----------------------------------------------------------------
000870     SELECT TRANSACTION-LOG-FILE ASSIGN TO DYNAMIC
000880         WS-TRANLOG-FILENAME
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-TRANLOG-STATUS.
000910
000920     SELECT TRAN-HISTORY-FILE ASSIGN TO DYNAMIC
000930         WS-TRANHIST-FILENAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-TRANHIST-STATUS.
000960
000970*----------------------------------------------------------------
000980*    ERROR LOG AND THE ALERTS INTERFACE FILE
000990*----------------------------------------------------------------
001000     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC
001010         WS-ERRLOG-FILENAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-ERRLOG-STATUS.
001040
001050     SELECT ALERTS-FILE ASSIGN TO DYNAMIC
001060         WS-ALERTS-FILENAME
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-ALERTS-STATUS.
001090
001100*----------------------------------------------------------------
001110*    REJECTED MANIFEST ENTRIES AND THE DEAD LETTER FILE
001120*----------------------------------------------------------------
001130     SELECT REJECTS-FILE ASSIGN TO DYNAMIC
001140         WS-REJECTS-FILENAME
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-REJECTS-STATUS.
001170
001180     SELECT DEAD-LETTER-FILE ASSIGN TO DYNAMIC
001190         WS-DEADLTR-FILENAME
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-DEADLTR-STATUS.
001220
001230*----------------------------------------------------------------
001240*    SNIPPET RESULTS (KEYED BY RUN ID AND SNIPPET NAME) AND THE
001250*    EXPECTED OUTPUT THEY ARE CHECKED AGAINST
001260*----------------------------------------------------------------
001270     SELECT SNIPPET-RESULT-FILE ASSIGN TO DYNAMIC
001280         WS-SNIPRSLT-FILENAME
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS SN-RESULT-KEY
001320         FILE STATUS IS WS-SNIPRSLT-STATUS.
001330
001340     SELECT SNIPPET-EXPECTED-FILE ASSIGN TO DYNAMIC
001350         WS-SNIPEXP-FILENAME
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS RANDOM
001380         RECORD KEY IS SE-SNIPPET-NAME
001390         FILE STATUS IS WS-SNIPEXP-STATUS.
001400
001410*----------------------------------------------------------------
001420*    THE DRILL-DOWN REPORT
001430*----------------------------------------------------------------
001440     SELECT DRILL-REPORT-FILE ASSIGN TO DYNAMIC
001450         WS-DRILLRPT-FILENAME
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-DRILLRPT-STATUS.
001480
001490 DATA DIVISION.
001500 FILE SECTION.
001510 FD  ENV-PROFILE-FILE.
001520 01  ENV-PROFILE-RECORD.
001530     05  EV-ENV-NAME                 PIC X(08).
001540     05  FILLER                      PIC X(01).
001550     05  EV-PREFIX                   PIC X(20).
001560
001570 FD  RUN-HISTORY-FILE.
001580 01  RUN-HISTORY-RECORD.
001590     05  RH-RUN-ID                   PIC X(16).
001600     05  RH-START-TIMESTAMP          PIC X(20).
001610     05  RH-END-TIMESTAMP            PIC X(20).
001620     05  RH-STEP1-STATUS             PIC X(08).
001630     05  RH-STEP2-STATUS             PIC X(08).
001640     05  RH-STEP3-STATUS             PIC X(08).
001650     05  RH-WORKER-COUNT             PIC 9(01).
001660     05  RH-STEP2-ELAPSED            PIC 9(07).
001670     05  RH-IMAGE-COUNT              PIC 9(05).
001680     05  RH-IMAGE-SUCCESS            PIC 9(05).
001690     05  RH-SNIPPET-NAME             PIC X(08).
001700     05  RH-PORT                     PIC 9(05).
001710
001720 FD  STEP-LOG-FILE.
001730 01  STEP-LOG-RECORD.
001740     05  SG-TIMESTAMP                PIC X(20).
001750     05  FILLER                      PIC X(01).
001760     05  SG-STEP-NUMBER              PIC X(02).
001770     05  FILLER                      PIC X(01).
001780     05  SG-STEP-TYPE                PIC X(08).
001790     05  FILLER                      PIC X(01).
001800     05  SG-STEP-STATUS              PIC X(08).
001810     05  FILLER                      PIC X(01).
001820     05  SG-PARAMETER                PIC X(60).
001830     05  FILLER                      PIC X(01).
001840     05  SG-RUN-ID                   PIC X(16).
001850
001860 FD  TRANSACTION-LOG-FILE.
001870 01  TRANSACTION-LOG-RECORD.
001880     05  TL-TIMESTAMP                PIC X(20).
001890     05  FILLER                      PIC X(01).
001900     05  TL-PROGRAM-NAME             PIC X(16).
001910     05  FILLER                      PIC X(01).
001920     05  TL-SCRIPT-OR-CODE           PIC X(100).
001930     05  FILLER                      PIC X(01).
001940     05  TL-COMPLETION-CODE          PIC X(06).
001950     05  FILLER                      PIC X(01).
001960     05  TL-RUN-ID                   PIC X(16).
001970
001980 FD  TRAN-HISTORY-FILE.
001990 01  TRAN-HISTORY-RECORD             PIC X(162).
002000
002010 FD  ERROR-LOG-FILE.
002020 01  ERROR-LOG-RECORD.
002030     05  EL-TIMESTAMP                PIC X(20).
002040     05  FILLER                      PIC X(01).
002050     05  EL-STEP-NAME                PIC X(16).
002060     05  FILLER                      PIC X(01).
002070     05  EL-ERROR-CODE               PIC X(04).
002080     05  FILLER                      PIC X(01).
002090     05  EL-SCRIPT-PATH              PIC X(80).
002100     05  FILLER                      PIC X(01).
002110     05  EL-ERROR-MESSAGE            PIC X(60).
002120     05  FILLER                      PIC X(01).
002130     05  EL-RUN-ID                   PIC X(16).
002140
002150 FD  ALERTS-FILE.
002160 01  ALERTS-RECORD.
002170     05  AL-TIMESTAMP                PIC X(20).
002180     05  FILLER                      PIC X(01).
002190     05  AL-SEVERITY                 PIC X(01).
002200     05  FILLER                      PIC X(01).
002210     05  AL-DESTINATION              PIC X(16).
002220     05  FILLER                      PIC X(01).
002230     05  AL-ERROR-CODE               PIC X(04).
002240     05  FILLER                      PIC X(01).
002250     05  AL-STEP-NAME                PIC X(16).
002260     05  FILLER                      PIC X(01).
002270     05  AL-MESSAGE                  PIC X(60).
002280     05  FILLER                      PIC X(01).
002290     05  AL-RUN-ID                   PIC X(16).
002300
002310 FD  REJECTS-FILE.
002320 01  REJECT-RECORD.
002330     05  RJ-IMAGE-PATH               PIC X(80).
002340     05  RJ-OUTPUT-NAME              PIC X(40).
002350     05  RJ-COMPLETION-CODE          PIC X(06).
002360     05  FILLER                      PIC X(01).
002370     05  RJ-ATTEMPT-COUNT            PIC X(02).
002380     05  FILLER                      PIC X(01).
002390     05  RJ-RUN-ID                   PIC X(16).
002400     05  FILLER                      PIC X(01).
002410     05  RJ-TIMESTAMP                PIC X(20).
002420     05  FILLER                      PIC X(01).
002430     05  RJ-PROFILE-NAME             PIC X(08).
002440
002450 FD  DEAD-LETTER-FILE.
002460 01  DEAD-LETTER-RECORD.
002470     05  DL-IMAGE-PATH               PIC X(80).
002480     05  DL-OUTPUT-NAME              PIC X(40).
002490     05  DL-COMPLETION-CODE          PIC X(06).
002500     05  FILLER                      PIC X(01).
002510     05  DL-ATTEMPT-COUNT            PIC X(02).
002520     05  FILLER                      PIC X(01).
002530     05  DL-RUN-ID                   PIC X(16).
002540     05  FILLER                      PIC X(01).
002550     05  DL-TIMESTAMP                PIC X(20).
002560     05  FILLER                      PIC X(01).
002570     05  DL-PROFILE-NAME             PIC X(08).
002580
002590 FD  SNIPPET-RESULT-FILE.
002600 01  SNIPPET-RESULT-RECORD.
002610     05  SN-RESULT-KEY.
002620         10  SN-RUN-ID               PIC X(16).
002630         10  SN-SNIPPET-NAME         PIC X(08).
002640     05  SN-TIMESTAMP                PIC X(20).
002650     05  SN-COMPLETION-CODE          PIC S9(04).
002660     05  SN-OUTPUT                   PIC X(500).
002670
002680 FD  SNIPPET-EXPECTED-FILE.
002690 01  SNIPPET-EXPECTED-RECORD.
002700     05  SE-SNIPPET-NAME             PIC X(08).
002710     05  SE-EXPECTED-OUTPUT          PIC X(500).
002720
002730 FD  DRILL-REPORT-FILE.
002740 01  DRILL-REPORT-RECORD             PIC X(132).
002750
002760 WORKING-STORAGE SECTION.
002770*----------------------------------------------------------------
002780*    FILE STATUS FIELDS
002790*----------------------------------------------------------------
002800 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
002810 01  WS-RUNHIST-STATUS               PIC X(02)  VALUE "00".
002820 01  WS-STEPLOG-STATUS               PIC X(02)  VALUE "00".
002830 01  WS-TRANLOG-STATUS               PIC X(02)  VALUE "00".
002840 01  WS-TRANHIST-STATUS              PIC X(02)  VALUE "00".
002850 01  WS-ERRLOG-STATUS                PIC X(02)  VALUE "00".
002860 01  WS-ALERTS-STATUS                PIC X(02)  VALUE "00".
002870 01  WS-REJECTS-STATUS               PIC X(02)  VALUE "00".
002880 01  WS-DEADLTR-STATUS               PIC X(02)  VALUE "00".
002890 01  WS-SNIPRSLT-STATUS              PIC X(02)  VALUE "00".
002900 01  WS-SNIPEXP-STATUS               PIC X(02)  VALUE "00".
002910 01  WS-DRILLRPT-STATUS              PIC X(02)  VALUE "00".
002920
002930*----------------------------------------------------------------
002940*    SWITCHES
002950*----------------------------------------------------------------
002960 77  WS-RUNHIST-AVAILABLE-SW         PIC X(01)  VALUE "N".
002970     88  WS-RUNHIST-AVAILABLE                    VALUE "Y".
002980 77  WS-RUN-FOUND-SW                 PIC X(01)  VALUE "N".
002990     88  WS-RUN-FOUND                            VALUE "Y".
003000 77  WS-HISTORY-EOF-SW               PIC X(01)  VALUE "N".
003010     88  WS-HISTORY-EOF                          VALUE "Y".
003020 77  WS-STEPLOG-EOF-SW               PIC X(01)  VALUE "N".
003030     88  WS-STEPLOG-EOF                          VALUE "Y".
003040 77  WS-TRANLOG-EOF-SW               PIC X(01)  VALUE "N".
003050     88  WS-TRANLOG-EOF                          VALUE "Y".
003060 77  WS-ERRLOG-EOF-SW                PIC X(01)  VALUE "N".
003070     88  WS-ERRLOG-EOF                           VALUE "Y".
003080 77  WS-ALERTS-EOF-SW                PIC X(01)  VALUE "N".
003090     88  WS-ALERTS-EOF                           VALUE "Y".
003100 77  WS-REJECTS-EOF-SW               PIC X(01)  VALUE "N".
003110     88  WS-REJECTS-EOF                          VALUE "Y".
003120 77  WS-DEADLTR-EOF-SW               PIC X(01)  VALUE "N".
003130     88  WS-DEADLTR-EOF                          VALUE "Y".
003140 77  WS-SNIPRSLT-EOF-SW              PIC X(01)  VALUE "N".
003150     88  WS-SNIPRSLT-EOF                         VALUE "Y".
003160 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
003170     88  WS-ENVPROF-EOF                          VALUE "Y".
003180 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
003190     88  WS-ENV-FOUND                            VALUE "Y".
003200 77  WS-IN-RUN-SW                    PIC X(01)  VALUE "N".
003210     88  WS-IN-RUN                               VALUE "Y".
003220 77  WS-SORT-DONE-SW                 PIC X(01)  VALUE "N".
003230     88  WS-SORT-DONE                            VALUE "Y".
003240 77  WS-TOKEN-SUB                    PIC 9(02)  COMP VALUE ZERO.
003250
003260*----------------------------------------------------------------
003270*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
003280*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
003290*----------------------------------------------------------------
003300 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
003310 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
003320 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
003330 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
003340 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
003350 01  WS-STEPLOG-FILENAME             PIC X(80) VALUE "STEPLOG".
003360 01  WS-TRANLOG-FILENAME             PIC X(80) VALUE "TRANLOG".
003370 01  WS-TRANHIST-FILENAME            PIC X(80) VALUE "TRANHIST".
003380 01  WS-ERRLOG-FILENAME              PIC X(80) VALUE "ERRLOG".
003390 01  WS-ALERTS-FILENAME              PIC X(80) VALUE "ALERTS".
003400 01  WS-REJECTS-FILENAME             PIC X(80) VALUE "REJECTS".
003410 01  WS-DEADLTR-FILENAME             PIC X(80) VALUE "DEADLTR".
003420 01  WS-SNIPRSLT-FILENAME            PIC X(80) VALUE "SNIPRSLT".
003430 01  WS-SNIPEXP-FILENAME             PIC X(80) VALUE "SNIPEXP".
003440 01  WS-DRILLRPT-FILENAME            PIC X(80) VALUE "DRILLRPT".
003450 01  WS-PARM-TOKEN-TABLE.
003460     05  WS-PARM-TOKEN               PIC X(16) OCCURS 2 TIMES.
003470
003480*----------------------------------------------------------------
003490*    COUNTERS
003500*----------------------------------------------------------------
003510 77  WS-STEP-EVENTS                  PIC 9(05)  COMP VALUE ZERO.
003520 77  WS-CALL-EVENTS                  PIC 9(05)  COMP VALUE ZERO.
003530 77  WS-ERROR-EVENTS                 PIC 9(05)  COMP VALUE ZERO.
003540 77  WS-ALERT-EVENTS                 PIC 9(05)  COMP VALUE ZERO.
003550 77  WS-REJECT-EVENTS                PIC 9(05)  COMP VALUE ZERO.
003560 77  WS-DEAD-EVENTS                  PIC 9(05)  COMP VALUE ZERO.
003570 77  WS-SNIPPET-EVENTS               PIC 9(05)  COMP VALUE ZERO.
003580 77  WS-UNATTRIBUTED-COUNT           PIC 9(05)  COMP VALUE ZERO.
003590 77  WS-DROPPED-COUNT                PIC 9(05)  COMP VALUE ZERO.
003600
003610*----------------------------------------------------------------
003620*    THE RUN UNDER REVIEW, SAVED OUT OF THE RECORD AREA
003630*----------------------------------------------------------------
003640 01  WS-RUN-ID-PARM                  PIC X(16) VALUE SPACES.
003650 01  WS-DRILL-RUN-ID                 PIC X(16) VALUE SPACES.
003660 01  WS-RUN-START-TS                 PIC X(20) VALUE SPACES.
003670 01  WS-RUN-END-TS                   PIC X(20) VALUE SPACES.
003680 01  WS-RUN-STEP1-STATUS             PIC X(08) VALUE SPACES.
003690 01  WS-RUN-STEP2-STATUS             PIC X(08) VALUE SPACES.
003700 01  WS-RUN-STEP3-STATUS             PIC X(08) VALUE SPACES.
003710 01  WS-RUN-IMAGE-COUNT              PIC 9(05) VALUE ZERO.
003720 01  WS-RUN-IMAGE-SUCCESS            PIC 9(05) VALUE ZERO.
003730 01  WS-RUN-SNIPPET-NAME             PIC X(08) VALUE SPACES.
003740 01  WS-RUN-PORT                     PIC 9(05) VALUE ZERO.
003750
003760*----------------------------------------------------------------
003770*    EVENT TABLE - EVERY RECORD THAT BELONGS TO THE RUN, LOADED
003780*    FILE BY FILE AND THEN SORTED ON TIMESTAMP.  THE GATHER
003790*    SEQUENCE BREAKS TIES SO EQUAL TIMESTAMPS KEEP LOAD ORDER.
003800*----------------------------------------------------------------
003810 77  WS-EVENT-MAX                    PIC 9(05)  COMP VALUE 2000.
003820 77  WS-EVENT-COUNT                  PIC 9(05)  COMP VALUE ZERO.
003830 77  WS-EVENT-SUB                    PIC 9(05)  COMP VALUE ZERO.
003840 77  WS-SORT-SUB                     PIC 9(05)  COMP VALUE ZERO.
003850 77  WS-SORT-LIMIT                   PIC 9(05)  COMP VALUE ZERO.
003860 01  WS-EVENT-TABLE.
003870     05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
003880         10  WE-TIMESTAMP            PIC X(20).
003890         10  WE-SEQUENCE             PIC 9(05)  COMP.
003900         10  WE-SOURCE               PIC X(08).
003910         10  WE-TEXT                 PIC X(100).
003920 01  WS-SWAP-ENTRY.
003930     05  FILLER                      PIC X(20).
003940     05  FILLER                      PIC 9(05)  COMP.
003950     05  FILLER                      PIC X(08).
003960     05  FILLER                      PIC X(100).
003970
003980*----------------------------------------------------------------
003990*    ONE EVENT AS IT IS BUILT, BEFORE IT GOES INTO THE TABLE
004000*----------------------------------------------------------------
004010 01  WS-NEW-TIMESTAMP                PIC X(20) VALUE SPACES.
004020 01  WS-NEW-SOURCE                   PIC X(08) VALUE SPACES.
004030 01  WS-NEW-TEXT                     PIC X(100) VALUE SPACES.
004040 01  WS-RECORD-RUN-ID                PIC X(16) VALUE SPACES.
004050 01  WS-RECORD-TIMESTAMP             PIC X(20) VALUE SPACES.
004060 01  WS-SNIPPET-VERDICT              PIC X(14) VALUE SPACES.
004070 01  WS-SN-CC-DISPLAY                PIC -(4)9 VALUE ZERO.
004080
004090*----------------------------------------------------------------
004100*    TIMESTAMP WORK AREA
004110*----------------------------------------------------------------
004120 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
004130 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
004140 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
004150
004160*----------------------------------------------------------------
004170*    REPORT WORK FIELDS
004180*----------------------------------------------------------------
004190 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
004200 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
004210 01  WS-COUNT-DISPLAY                PIC ZZZZ9 VALUE ZERO.
004220 01  WS-COUNT-DISPLAY-2              PIC ZZZZ9 VALUE ZERO.
004230
004240 PROCEDURE DIVISION.
004250*================================================================
004260*    0000-MAINLINE
004270*================================================================
004280 0000-MAINLINE.
004290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004300     PERFORM 2000-LOCATE-RUN THRU 2000-EXIT
004310     IF WS-RUN-FOUND
004320         PERFORM 3000-GATHER-CALLS THRU 3000-EXIT
004330         PERFORM 3300-GATHER-ERRORS THRU 3300-EXIT
004340         PERFORM 3500-GATHER-ALERTS THRU 3500-EXIT
004350         PERFORM 3700-GATHER-REJECTS THRU 3700-EXIT
004360         PERFORM 3800-GATHER-DEAD-LETTERS THRU 3800-EXIT
004370         PERFORM 3900-GATHER-SNIPPET-RESULT THRU 3900-EXIT
004380         PERFORM 4000-GATHER-STEPS THRU 4000-EXIT
004390         PERFORM 5000-SORT-EVENT-TABLE THRU 5000-EXIT
004400         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
004410     END-IF
004420     PERFORM 9000-FINALIZE THRU 9000-EXIT
004430     STOP RUN.
004440
004450*================================================================
004460*    1000-INITIALIZE - OPEN THE MASTER AND THE REPORT, PICK UP
004470*    THE OPTIONAL RUN ID PARM
004480*================================================================
004490 1000-INITIALIZE.
004500     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
004510     SET WS-RUNHIST-AVAILABLE TO TRUE
004520     OPEN INPUT RUN-HISTORY-FILE
004530     IF WS-RUNHIST-STATUS NOT = "00"
004540         MOVE "N" TO WS-RUNHIST-AVAILABLE-SW
004550         DISPLAY "RUNDRILL: RUNHIST UNAVAILABLE, STATUS "
004560                 WS-RUNHIST-STATUS
004570     END-IF
004580     OPEN OUTPUT DRILL-REPORT-FILE.
004590 1000-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630*    1010/1020/1030/1050 - COMMAND LINE AND ENVIRONMENT
004640*    PROFILES, AS IN RECON.  AN ENV= TOKEN IN EITHER POSITION
004650*    SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES EVERY FILE
004660*    NAME; THE OTHER TOKEN IS THE OPTIONAL RUN ID.  AN
004670*    ENVIRONMENT WITHOUT A PROFILE ROW STILL GETS A PREFIX OF
004680*    ITS OWN NAME PLUS A DOT SO A TEST RUN NEVER FALLS THROUGH
004690*    ONTO THE PRODUCTION FILES.
004700*----------------------------------------------------------------
004710 1010-RESOLVE-ENVIRONMENT.
004720     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
004730     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004740     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
004750         INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2)
004760     END-UNSTRING
004770     PERFORM 1015-ASSIGN-ONE-TOKEN THRU 1015-EXIT
004780         VARYING WS-TOKEN-SUB FROM 1 BY 1
004790         UNTIL WS-TOKEN-SUB > 2
004800     IF WS-ENV-NAME NOT = SPACES
004810         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
004820     END-IF
004830     MOVE "RUNHIST" TO WS-BASE-FILENAME
004840     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004850     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
004860     MOVE "STEPLOG" TO WS-BASE-FILENAME
004870     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004880     MOVE WS-BUILT-FILENAME TO WS-STEPLOG-FILENAME
004890     MOVE "TRANLOG" TO WS-BASE-FILENAME
004900     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004910     MOVE WS-BUILT-FILENAME TO WS-TRANLOG-FILENAME
004920     MOVE "TRANHIST" TO WS-BASE-FILENAME
004930     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004940     MOVE WS-BUILT-FILENAME TO WS-TRANHIST-FILENAME
004950     MOVE "ERRLOG" TO WS-BASE-FILENAME
004960     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
004970     MOVE WS-BUILT-FILENAME TO WS-ERRLOG-FILENAME
004980     MOVE "ALERTS" TO WS-BASE-FILENAME
004990     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005000     MOVE WS-BUILT-FILENAME TO WS-ALERTS-FILENAME
005010     MOVE "REJECTS" TO WS-BASE-FILENAME
005020     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005030     MOVE WS-BUILT-FILENAME TO WS-REJECTS-FILENAME
005040     MOVE "DEADLTR" TO WS-BASE-FILENAME
005050     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005060     MOVE WS-BUILT-FILENAME TO WS-DEADLTR-FILENAME
005070     MOVE "SNIPRSLT" TO WS-BASE-FILENAME
005080     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005090     MOVE WS-BUILT-FILENAME TO WS-SNIPRSLT-FILENAME
005100     MOVE "SNIPEXP" TO WS-BASE-FILENAME
005110     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005120     MOVE WS-BUILT-FILENAME TO WS-SNIPEXP-FILENAME
005130     MOVE "DRILLRPT" TO WS-BASE-FILENAME
005140     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
005150     MOVE WS-BUILT-FILENAME TO WS-DRILLRPT-FILENAME.
005160 1010-EXIT.
005170     EXIT.
005180
005190 1015-ASSIGN-ONE-TOKEN.
005200     IF WS-PARM-TOKEN (WS-TOKEN-SUB) = SPACES
005210         GO TO 1015-EXIT
005220     END-IF
005230     IF WS-PARM-TOKEN (WS-TOKEN-SUB) (1:4) = "ENV="
005240         MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (5:8)
005250             TO WS-ENV-NAME
005260     ELSE
005270         MOVE WS-PARM-TOKEN (WS-TOKEN-SUB)
005280             TO WS-RUN-ID-PARM
005290     END-IF.
005300 1015-EXIT.
005310     EXIT.
005320
005330 1020-LOAD-ENV-PROFILE.
005340     MOVE "N" TO WS-ENV-FOUND-SW
005350     MOVE "N" TO WS-ENVPROF-EOF-SW
005360     OPEN INPUT ENV-PROFILE-FILE
005370     IF WS-ENVPROF-STATUS NOT = "00"
005380         MOVE "Y" TO WS-ENVPROF-EOF-SW
005390     END-IF
005400     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
005410         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
005420     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
005430         CLOSE ENV-PROFILE-FILE
005440     END-IF
005450     IF WS-ENV-FOUND
005460         DISPLAY "RUNDRILL: ENVIRONMENT " WS-ENV-NAME
005470                 " - FILE PREFIX " WS-ENV-PREFIX
005480     ELSE
005490         MOVE SPACES TO WS-ENV-PREFIX
005500         STRING WS-ENV-NAME DELIMITED BY SPACE
005510                "."         DELIMITED BY SIZE
005520                INTO WS-ENV-PREFIX
005530         DISPLAY "RUNDRILL: ENVIRONMENT " WS-ENV-NAME
005540                 " NOT IN ENVPROF - USING PREFIX "
005550                 WS-ENV-PREFIX
005560     END-IF.
005570 1020-EXIT.
005580     EXIT.
005590
005600 1030-READ-ONE-PROFILE.
005610     READ ENV-PROFILE-FILE
005620         AT END
005630             MOVE "Y" TO WS-ENVPROF-EOF-SW
005640     END-READ
005650     IF WS-ENVPROF-EOF
005660         GO TO 1030-EXIT
005670     END-IF
005680     IF ENV-PROFILE-RECORD = SPACES
005690         OR EV-ENV-NAME (1:1) = "*"
005700         GO TO 1030-EXIT
005710     END-IF
005720     IF EV-ENV-NAME = WS-ENV-NAME
005730         SET WS-ENV-FOUND TO TRUE
005740         MOVE EV-PREFIX TO WS-ENV-PREFIX
005750     END-IF.
005760 1030-EXIT.
005770     EXIT.
005780
005790 1050-BUILD-ONE-FILENAME.
005800     MOVE SPACES TO WS-BUILT-FILENAME
005810     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
005820            WS-BASE-FILENAME DELIMITED BY SPACE
005830            INTO WS-BUILT-FILENAME.
005840 1050-EXIT.
005850     EXIT.
005860
005870 1650-BUILD-TIMESTAMP.
005880     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
005890     ACCEPT WS-TS-TIME FROM TIME
005900     STRING WS-TS-DATE   DELIMITED BY SIZE
005910            "-"          DELIMITED BY SIZE
005920            WS-TS-TIME   DELIMITED BY SIZE
005930            INTO WS-CURRENT-TIMESTAMP.
005940 1650-EXIT.
005950     EXIT.
005960
005970*================================================================
005980*    2000-LOCATE-RUN - READ THE RUNHIST ROW NAMED BY THE PARM,
005990*    OR WALK TO THE LAST ROW IN KEY ORDER (THE RUN ID IS A
006000*    TIMESTAMP, SO KEY ORDER IS RUN ORDER) WHEN NO PARM IS GIVEN
006010*================================================================
006020 2000-LOCATE-RUN.
006030     MOVE "N" TO WS-RUN-FOUND-SW
006040     IF NOT WS-RUNHIST-AVAILABLE
006050         GO TO 2000-EXIT
006060     END-IF
006070     IF WS-RUN-ID-PARM NOT = SPACES
006080         MOVE WS-RUN-ID-PARM TO RH-RUN-ID
006090         READ RUN-HISTORY-FILE
006100             INVALID KEY
006110                 DISPLAY "RUNDRILL: RUN ID " WS-RUN-ID-PARM
006120                         " NOT IN RUNHIST"
006130             NOT INVALID KEY
006140                 PERFORM 2200-SAVE-RUN-FIELDS THRU 2200-EXIT
006150         END-READ
006160         GO TO 2000-EXIT
006170     END-IF
006180     MOVE LOW-VALUES TO RH-RUN-ID
006190     START RUN-HISTORY-FILE KEY IS NOT LESS THAN RH-RUN-ID
006200         INVALID KEY
006210             MOVE "Y" TO WS-HISTORY-EOF-SW
006220     END-START
006230     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
006240         UNTIL WS-HISTORY-EOF
006250     IF NOT WS-RUN-FOUND
006260         DISPLAY "RUNDRILL: NO RUN HISTORY ON FILE"
006270     END-IF.
006280 2000-EXIT.
006290     EXIT.
006300
006310 2100-READ-ONE-RUN.
006320     READ RUN-HISTORY-FILE NEXT RECORD
006330         AT END
006340             MOVE "Y" TO WS-HISTORY-EOF-SW
006350     END-READ
006360     IF NOT WS-HISTORY-EOF
006370         PERFORM 2200-SAVE-RUN-FIELDS THRU 2200-EXIT
006380     END-IF.
006390 2100-EXIT.
006400     EXIT.
006410
006420 2200-SAVE-RUN-FIELDS.
006430     SET WS-RUN-FOUND TO TRUE
006440     MOVE RH-RUN-ID          TO WS-DRILL-RUN-ID
006450     MOVE RH-START-TIMESTAMP TO WS-RUN-START-TS
006460     MOVE RH-END-TIMESTAMP   TO WS-RUN-END-TS
006470     MOVE RH-STEP1-STATUS    TO WS-RUN-STEP1-STATUS
006480     MOVE RH-STEP2-STATUS    TO WS-RUN-STEP2-STATUS
006490     MOVE RH-STEP3-STATUS    TO WS-RUN-STEP3-STATUS
006500     MOVE RH-SNIPPET-NAME    TO WS-RUN-SNIPPET-NAME
006510     IF RH-IMAGE-COUNT IS NUMERIC
006520         MOVE RH-IMAGE-COUNT TO WS-RUN-IMAGE-COUNT
006530     ELSE
006540         MOVE ZERO           TO WS-RUN-IMAGE-COUNT
006550     END-IF
006560     IF RH-IMAGE-SUCCESS IS NUMERIC
006570         MOVE RH-IMAGE-SUCCESS TO WS-RUN-IMAGE-SUCCESS
006580     ELSE
006590         MOVE ZERO             TO WS-RUN-IMAGE-SUCCESS
006600     END-IF
006610     IF RH-PORT IS NUMERIC
006620         MOVE RH-PORT        TO WS-RUN-PORT
006630     ELSE
006640         MOVE ZERO           TO WS-RUN-PORT
006650     END-IF.
006660 2200-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700*    2500 - DOES THE RECORD JUST READ BELONG TO THE RUN?  A
006710*    STAMPED RECORD BY ITS RUN ID; AN UNSTAMPED ONE BY FALLING
006720*    INSIDE THE RUN'S START/END WINDOW.  THE CALLER MOVES THE
006730*    RECORD'S RUN ID AND TIMESTAMP IN FIRST.
006740*----------------------------------------------------------------
006750 2500-CHECK-IN-RUN.
006760     MOVE "N" TO WS-IN-RUN-SW
006770     IF WS-RECORD-RUN-ID NOT = SPACES
006780         IF WS-RECORD-RUN-ID = WS-DRILL-RUN-ID
006790             SET WS-IN-RUN TO TRUE
006800         END-IF
006810         GO TO 2500-EXIT
006820     END-IF
006830     IF WS-RECORD-TIMESTAMP NOT < WS-RUN-START-TS
006840         AND WS-RECORD-TIMESTAMP NOT > WS-RUN-END-TS
006850         SET WS-IN-RUN TO TRUE
006860     END-IF.
006870 2500-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910*    2600 - ADD THE EVENT BUILT IN WS-NEW-TIMESTAMP, -SOURCE AND
006920*    -TEXT TO THE TABLE.  A FULL TABLE COUNTS THE EVENT AS
006930*    DROPPED SO THE REPORT CAN SAY IT IS INCOMPLETE.
006940*----------------------------------------------------------------
006950 2600-ADD-EVENT.
006960     IF WS-EVENT-COUNT NOT < WS-EVENT-MAX
006970         ADD 1 TO WS-DROPPED-COUNT
006980         GO TO 2600-EXIT
006990     END-IF
007000     ADD 1 TO WS-EVENT-COUNT
007010     MOVE WS-NEW-TIMESTAMP TO WE-TIMESTAMP (WS-EVENT-COUNT)
007020     MOVE WS-EVENT-COUNT   TO WE-SEQUENCE (WS-EVENT-COUNT)
007030     MOVE WS-NEW-SOURCE    TO WE-SOURCE (WS-EVENT-COUNT)
007040     MOVE WS-NEW-TEXT      TO WE-TEXT (WS-EVENT-COUNT).
007050 2600-EXIT.
007060     EXIT.
007070
007080*================================================================
007090*    3000 FAMILY - NODE CALLS FROM THE ARCHIVE AND THE LIVE
007100*    TRANSACTION LOG.  TRNRPT ARCHIVES A ROW BEFORE IT DROPS IT
007110*    FROM TRANLOG, SO A ROW IS NEVER IN BOTH.
007120*================================================================
007130 3000-GATHER-CALLS.
007140     OPEN INPUT TRAN-HISTORY-FILE
007150     IF WS-TRANHIST-STATUS = "00"
007160         MOVE "N" TO WS-TRANLOG-EOF-SW
007170         PERFORM 3100-READ-ONE-ARCHIVED-CALL THRU 3100-EXIT
007180             UNTIL WS-TRANLOG-EOF
007190         CLOSE TRAN-HISTORY-FILE
007200     END-IF
007210     OPEN INPUT TRANSACTION-LOG-FILE
007220     IF WS-TRANLOG-STATUS NOT = "00"
007230         DISPLAY "RUNDRILL: TRANLOG NOT FOUND - NO LIVE CALLS"
007240         GO TO 3000-EXIT
007250     END-IF
007260     MOVE "N" TO WS-TRANLOG-EOF-SW
007270     PERFORM 3150-READ-ONE-LIVE-CALL THRU 3150-EXIT
007280         UNTIL WS-TRANLOG-EOF
007290     CLOSE TRANSACTION-LOG-FILE.
007300 3000-EXIT.
007310     EXIT.
007320
007330 3100-READ-ONE-ARCHIVED-CALL.
007340     READ TRAN-HISTORY-FILE
007350         AT END
007360             MOVE "Y" TO WS-TRANLOG-EOF-SW
007370     END-READ
007380     IF WS-TRANLOG-EOF
007390         OR TRAN-HISTORY-RECORD = SPACES
007400         GO TO 3100-EXIT
007410     END-IF
007420     MOVE TRAN-HISTORY-RECORD TO TRANSACTION-LOG-RECORD
007430     PERFORM 3200-TAKE-ONE-CALL THRU 3200-EXIT.
007440 3100-EXIT.
007450     EXIT.
007460
007470 3150-READ-ONE-LIVE-CALL.
007480     READ TRANSACTION-LOG-FILE
007490         AT END
007500             MOVE "Y" TO WS-TRANLOG-EOF-SW
007510     END-READ
007520     IF WS-TRANLOG-EOF
007530         OR TRANSACTION-LOG-RECORD = SPACES
007540         GO TO 3150-EXIT
007550     END-IF
007560     PERFORM 3200-TAKE-ONE-CALL THRU 3200-EXIT.
007570 3150-EXIT.
007580     EXIT.
007590
007600 3200-TAKE-ONE-CALL.
007610     MOVE TL-RUN-ID    TO WS-RECORD-RUN-ID
007620     MOVE TL-TIMESTAMP TO WS-RECORD-TIMESTAMP
007630     PERFORM 2500-CHECK-IN-RUN THRU 2500-EXIT
007640     IF NOT WS-IN-RUN
007650         GO TO 3200-EXIT
007660     END-IF
007670     ADD 1 TO WS-CALL-EVENTS
007680     MOVE TL-TIMESTAMP TO WS-NEW-TIMESTAMP
007690     MOVE "CALL"       TO WS-NEW-SOURCE
007700     MOVE SPACES       TO WS-NEW-TEXT
007710     STRING TL-PROGRAM-NAME        DELIMITED BY SIZE
007720            " RC "                 DELIMITED BY SIZE
007730            TL-COMPLETION-CODE     DELIMITED BY SIZE
007740            " "                    DELIMITED BY SIZE
007750            TL-SCRIPT-OR-CODE (1:70)
007760                                   DELIMITED BY SIZE
007770            INTO WS-NEW-TEXT
007780     PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
007790 3200-EXIT.
007800     EXIT.
007810
007820*================================================================
007830*    3300 - ERRORS FROM ERRLOG
007840*================================================================
007850 3300-GATHER-ERRORS.
007860     OPEN INPUT ERROR-LOG-FILE
007870     IF WS-ERRLOG-STATUS NOT = "00"
007880         GO TO 3300-EXIT
007890     END-IF
007900     MOVE "N" TO WS-ERRLOG-EOF-SW
007910     PERFORM 3400-READ-ONE-ERROR THRU 3400-EXIT
007920         UNTIL WS-ERRLOG-EOF
007930     CLOSE ERROR-LOG-FILE.
007940 3300-EXIT.
007950     EXIT.
007960
007970 3400-READ-ONE-ERROR.
007980     READ ERROR-LOG-FILE
007990         AT END
008000             MOVE "Y" TO WS-ERRLOG-EOF-SW
008010     END-READ
008020     IF WS-ERRLOG-EOF
008030         OR ERROR-LOG-RECORD = SPACES
008040         GO TO 3400-EXIT
008050     END-IF
008060     MOVE EL-RUN-ID    TO WS-RECORD-RUN-ID
008070     MOVE EL-TIMESTAMP TO WS-RECORD-TIMESTAMP
008080     PERFORM 2500-CHECK-IN-RUN THRU 2500-EXIT
008090     IF NOT WS-IN-RUN
008100         GO TO 3400-EXIT
008110     END-IF
008120     ADD 1 TO WS-ERROR-EVENTS
008130     MOVE EL-TIMESTAMP TO WS-NEW-TIMESTAMP
008140     MOVE "ERROR"      TO WS-NEW-SOURCE
008150     MOVE SPACES       TO WS-NEW-TEXT
008160     STRING EL-ERROR-CODE          DELIMITED BY SIZE
008170            " "                    DELIMITED BY SIZE
008180            EL-STEP-NAME           DELIMITED BY SIZE
008190            " "                    DELIMITED BY SIZE
008200            EL-ERROR-MESSAGE       DELIMITED BY SIZE
008210            INTO WS-NEW-TEXT
008220     PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
008230 3400-EXIT.
008240     EXIT.
008250
008260*================================================================
008270*    3500 - ALERTS RAISED FROM THOSE ERRORS
008280*================================================================
008290 3500-GATHER-ALERTS.
008300     OPEN INPUT ALERTS-FILE
008310     IF WS-ALERTS-STATUS NOT = "00"
008320         GO TO 3500-EXIT
008330     END-IF
008340     MOVE "N" TO WS-ALERTS-EOF-SW
008350     PERFORM 3600-READ-ONE-ALERT THRU 3600-EXIT
008360         UNTIL WS-ALERTS-EOF
008370     CLOSE ALERTS-FILE.
008380 3500-EXIT.
008390     EXIT.
008400
008410 3600-READ-ONE-ALERT.
008420     READ ALERTS-FILE
008430         AT END
008440             MOVE "Y" TO WS-ALERTS-EOF-SW
008450     END-READ
008460     IF WS-ALERTS-EOF
008470         OR ALERTS-RECORD = SPACES
008480         GO TO 3600-EXIT
008490     END-IF
008500     MOVE AL-RUN-ID    TO WS-RECORD-RUN-ID
008510     MOVE AL-TIMESTAMP TO WS-RECORD-TIMESTAMP
008520     PERFORM 2500-CHECK-IN-RUN THRU 2500-EXIT
008530     IF NOT WS-IN-RUN
008540         GO TO 3600-EXIT
008550     END-IF
008560     ADD 1 TO WS-ALERT-EVENTS
008570     MOVE AL-TIMESTAMP TO WS-NEW-TIMESTAMP
008580     MOVE "ALERT"      TO WS-NEW-SOURCE
008590     MOVE SPACES       TO WS-NEW-TEXT
008600     STRING AL-ERROR-CODE          DELIMITED BY SIZE
008610            " SEV "                DELIMITED BY SIZE
008620            AL-SEVERITY            DELIMITED BY SIZE
008630            " TO "                 DELIMITED BY SIZE
008640            AL-DESTINATION         DELIMITED BY SIZE
008650            " "                    DELIMITED BY SIZE
008660            AL-MESSAGE             DELIMITED BY SIZE
008670            INTO WS-NEW-TEXT
008680     PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
008690 3600-EXIT.
008700     EXIT.
008710
008720*================================================================
008730*    3700/3800 - REJECTED AND DEAD-LETTERED IMAGES.  ONLY ROWS
008740*    STAMPED WITH THE RUN'S ID ARE LISTED; UNSTAMPED ROWS ARE
008750*    COUNTED AS UNATTRIBUTED.
008760*================================================================
008770 3700-GATHER-REJECTS.
008780     OPEN INPUT REJECTS-FILE
008790     IF WS-REJECTS-STATUS NOT = "00"
008800         GO TO 3700-EXIT
008810     END-IF
008820     MOVE "N" TO WS-REJECTS-EOF-SW
008830     PERFORM 3750-READ-ONE-REJECT THRU 3750-EXIT
008840         UNTIL WS-REJECTS-EOF
008850     CLOSE REJECTS-FILE.
008860 3700-EXIT.
008870     EXIT.
008880
008890 3750-READ-ONE-REJECT.
008900     READ REJECTS-FILE
008910         AT END
008920             MOVE "Y" TO WS-REJECTS-EOF-SW
008930     END-READ
008940     IF WS-REJECTS-EOF
008950         OR REJECT-RECORD = SPACES
008960         GO TO 3750-EXIT
008970     END-IF
008980     IF RJ-RUN-ID = SPACES
008990         ADD 1 TO WS-UNATTRIBUTED-COUNT
009000         GO TO 3750-EXIT
009010     END-IF
009020     IF RJ-RUN-ID NOT = WS-DRILL-RUN-ID
009030         GO TO 3750-EXIT
009040     END-IF
009050     ADD 1 TO WS-REJECT-EVENTS
009060     MOVE RJ-TIMESTAMP TO WS-NEW-TIMESTAMP
009070     MOVE "REJECT"     TO WS-NEW-SOURCE
009080     MOVE SPACES       TO WS-NEW-TEXT
009090     STRING "RC "                  DELIMITED BY SIZE
009100            RJ-COMPLETION-CODE     DELIMITED BY SIZE
009110            " ATTEMPT "            DELIMITED BY SIZE
009120            RJ-ATTEMPT-COUNT       DELIMITED BY SIZE
009130            " "                    DELIMITED BY SIZE
009140            RJ-IMAGE-PATH (1:50)   DELIMITED BY SIZE
009150            " "                    DELIMITED BY SIZE
009160            RJ-OUTPUT-NAME (1:19)  DELIMITED BY SIZE
009170            " "                    DELIMITED BY SIZE
009180            RJ-PROFILE-NAME       DELIMITED BY SIZE
009190            INTO WS-NEW-TEXT
009200     PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
009210 3750-EXIT.
009220     EXIT.
009230
009240 3800-GATHER-DEAD-LETTERS.
009250     OPEN INPUT DEAD-LETTER-FILE
009260     IF WS-DEADLTR-STATUS NOT = "00"
009270         GO TO 3800-EXIT
009280     END-IF
009290     MOVE "N" TO WS-DEADLTR-EOF-SW
009300     PERFORM 3850-READ-ONE-DEAD THRU 3850-EXIT
009310         UNTIL WS-DEADLTR-EOF
009320     CLOSE DEAD-LETTER-FILE.
009330 3800-EXIT.
009340     EXIT.
009350
009360 3850-READ-ONE-DEAD.
009370     READ DEAD-LETTER-FILE
009380         AT END
009390             MOVE "Y" TO WS-DEADLTR-EOF-SW
009400     END-READ
009410     IF WS-DEADLTR-EOF
009420         OR DEAD-LETTER-RECORD = SPACES
009430         GO TO 3850-EXIT
009440     END-IF
009450     IF DL-RUN-ID = SPACES
009460         ADD 1 TO WS-UNATTRIBUTED-COUNT
009470         GO TO 3850-EXIT
009480     END-IF
009490     IF DL-RUN-ID NOT = WS-DRILL-RUN-ID
009500         GO TO 3850-EXIT
009510     END-IF
009520     ADD 1 TO WS-DEAD-EVENTS
009530     MOVE DL-TIMESTAMP TO WS-NEW-TIMESTAMP
009540     MOVE "DEADLTR"    TO WS-NEW-SOURCE
009550     MOVE SPACES       TO WS-NEW-TEXT
009560     STRING "RC "                  DELIMITED BY SIZE
009570            DL-COMPLETION-CODE     DELIMITED BY SIZE
009580            " ATTEMPT "            DELIMITED BY SIZE
009590            DL-ATTEMPT-COUNT       DELIMITED BY SIZE
009600            " "                    DELIMITED BY SIZE
009610            DL-IMAGE-PATH (1:50)   DELIMITED BY SIZE
009620            " "                    DELIMITED BY SIZE
009630            DL-OUTPUT-NAME (1:19)  DELIMITED BY SIZE
009640            " "                    DELIMITED BY SIZE
009650            DL-PROFILE-NAME       DELIMITED BY SIZE
009660            INTO WS-NEW-TEXT
009670     PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
009680 3850-EXIT.
009690     EXIT.
009700
009710*================================================================
009720*    3900 - THE SNIPPET RESULT ROWS KEYED UNDER THE RUN ID, EACH
009730*    CHECKED AGAINST ITS SNIPEXP ROW THE SAME WAY MAIN CHECKS IT
009740*================================================================
009750 3900-GATHER-SNIPPET-RESULT.
009760     OPEN INPUT SNIPPET-RESULT-FILE
009770     IF WS-SNIPRSLT-STATUS NOT = "00"
009780         GO TO 3900-EXIT
009790     END-IF
009800     OPEN INPUT SNIPPET-EXPECTED-FILE
009810     MOVE "N" TO WS-SNIPRSLT-EOF-SW
009820     MOVE WS-DRILL-RUN-ID TO SN-RUN-ID
009830     MOVE LOW-VALUES      TO SN-SNIPPET-NAME
009840     START SNIPPET-RESULT-FILE KEY IS NOT LESS THAN SN-RESULT-KEY
009850         INVALID KEY
009860             MOVE "Y" TO WS-SNIPRSLT-EOF-SW
009870     END-START
009880     PERFORM 3950-READ-ONE-RESULT THRU 3950-EXIT
009890         UNTIL WS-SNIPRSLT-EOF
009900     IF WS-SNIPEXP-STATUS = "00"
009910         CLOSE SNIPPET-EXPECTED-FILE
009920     END-IF
009930     CLOSE SNIPPET-RESULT-FILE.
009940 3900-EXIT.
009950     EXIT.
009960
009970 3950-READ-ONE-RESULT.
009980     READ SNIPPET-RESULT-FILE NEXT RECORD
009990         AT END
010000             MOVE "Y" TO WS-SNIPRSLT-EOF-SW
010010     END-READ
010020     IF WS-SNIPRSLT-EOF
010030         GO TO 3950-EXIT
010040     END-IF
010050     IF SN-RUN-ID NOT = WS-DRILL-RUN-ID
010060         MOVE "Y" TO WS-SNIPRSLT-EOF-SW
010070         GO TO 3950-EXIT
010080     END-IF
010090     ADD 1 TO WS-SNIPPET-EVENTS
010100     MOVE "NO EXPECTATION" TO WS-SNIPPET-VERDICT
010110     IF WS-SNIPEXP-STATUS = "00"
010120         MOVE SN-SNIPPET-NAME TO SE-SNIPPET-NAME
010130         READ SNIPPET-EXPECTED-FILE
010140             INVALID KEY
010150                 MOVE "NO EXPECTATION" TO WS-SNIPPET-VERDICT
010160             NOT INVALID KEY
010170                 IF SN-OUTPUT = SE-EXPECTED-OUTPUT
010180                     MOVE "MATCHED"    TO WS-SNIPPET-VERDICT
010190                 ELSE
010200                     MOVE "DIFFERS"    TO WS-SNIPPET-VERDICT
010210                 END-IF
010220         END-READ
010230     END-IF
010240     MOVE SN-COMPLETION-CODE TO WS-SN-CC-DISPLAY
010250     MOVE SN-TIMESTAMP TO WS-NEW-TIMESTAMP
010260     MOVE "SNIPPET"    TO WS-NEW-SOURCE
010270     MOVE SPACES       TO WS-NEW-TEXT
010280     STRING SN-SNIPPET-NAME        DELIMITED BY SIZE
010290            " RC "                 DELIMITED BY SIZE
010300            WS-SN-CC-DISPLAY       DELIMITED BY SIZE
010310            " "                    DELIMITED BY SIZE
010320            WS-SNIPPET-VERDICT     DELIMITED BY SIZE
010330            " OUTPUT "             DELIMITED BY SIZE
010340            SN-OUTPUT (1:60)       DELIMITED BY SIZE
010350            INTO WS-NEW-TEXT
010360     PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
010370 3950-EXIT.
010380     EXIT.
010390
010400*================================================================
010410*    4000 - THE JOB STEPS AND THEIR STATUSES FROM STEPLOG.  MAIN
010420*    WRITES A STEP'S ROW WHEN THE STEP FINISHES, SO IT SORTS
010430*    AFTER THE CALLS AND ERRORS THE STEP PRODUCED.
010440*================================================================
010450 4000-GATHER-STEPS.
010460     OPEN INPUT STEP-LOG-FILE
010470     IF WS-STEPLOG-STATUS NOT = "00"
010480         DISPLAY "RUNDRILL: STEPLOG NOT FOUND - NO STEP EVENTS"
010490         GO TO 4000-EXIT
010500     END-IF
010510     MOVE "N" TO WS-STEPLOG-EOF-SW
010520     PERFORM 4100-READ-ONE-STEP THRU 4100-EXIT
010530         UNTIL WS-STEPLOG-EOF
010540     CLOSE STEP-LOG-FILE.
010550 4000-EXIT.
010560     EXIT.
010570
010580 4100-READ-ONE-STEP.
010590     READ STEP-LOG-FILE
010600         AT END
010610             MOVE "Y" TO WS-STEPLOG-EOF-SW
010620     END-READ
010630     IF WS-STEPLOG-EOF
010640         OR STEP-LOG-RECORD = SPACES
010650         GO TO 4100-EXIT
010660     END-IF
010670     IF SG-RUN-ID NOT = WS-DRILL-RUN-ID
010680         GO TO 4100-EXIT
010690     END-IF
010700     ADD 1 TO WS-STEP-EVENTS
010710     MOVE SG-TIMESTAMP TO WS-NEW-TIMESTAMP
010720     MOVE "STEP"       TO WS-NEW-SOURCE
010730     MOVE SPACES       TO WS-NEW-TEXT
010740     STRING SG-STEP-NUMBER         DELIMITED BY SIZE
010750            " "                    DELIMITED BY SIZE
010760            SG-STEP-TYPE           DELIMITED BY SIZE
010770            " "                    DELIMITED BY SIZE
010780            SG-STEP-STATUS         DELIMITED BY SIZE
010790            " "                    DELIMITED BY SIZE
010800            SG-PARAMETER           DELIMITED BY SIZE
010810            INTO WS-NEW-TEXT
010820     PERFORM 2600-ADD-EVENT THRU 2600-EXIT.
010830 4100-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870*    5000 FAMILY - EXCHANGE SORT OF THE EVENT TABLE ON TIMESTAMP
010880*    THEN GATHER SEQUENCE
010890*----------------------------------------------------------------
010900 5000-SORT-EVENT-TABLE.
010910     IF WS-EVENT-COUNT < 2
010920         GO TO 5000-EXIT
010930     END-IF
010940     MOVE "N" TO WS-SORT-DONE-SW
010950     COMPUTE WS-SORT-LIMIT = WS-EVENT-COUNT - 1
010960     END-COMPUTE
010970     PERFORM 5100-ONE-SORT-PASS THRU 5100-EXIT
010980         UNTIL WS-SORT-DONE.
010990 5000-EXIT.
011000     EXIT.
011010
011020 5100-ONE-SORT-PASS.
011030     MOVE "Y" TO WS-SORT-DONE-SW
011040     PERFORM 5200-COMPARE-ONE-PAIR THRU 5200-EXIT
011050         VARYING WS-SORT-SUB FROM 1 BY 1
011060         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
011070 5100-EXIT.
011080     EXIT.
011090
011100 5200-COMPARE-ONE-PAIR.
011110     IF WE-TIMESTAMP (WS-SORT-SUB)
011120         > WE-TIMESTAMP (WS-SORT-SUB + 1)
011130         OR (WE-TIMESTAMP (WS-SORT-SUB)
011140             = WE-TIMESTAMP (WS-SORT-SUB + 1)
011150             AND WE-SEQUENCE (WS-SORT-SUB)
011160             > WE-SEQUENCE (WS-SORT-SUB + 1))
011170         MOVE WS-EVENT-ENTRY (WS-SORT-SUB) TO WS-SWAP-ENTRY
011180         MOVE WS-EVENT-ENTRY (WS-SORT-SUB + 1)
011190             TO WS-EVENT-ENTRY (WS-SORT-SUB)
011200         MOVE WS-SWAP-ENTRY
011210             TO WS-EVENT-ENTRY (WS-SORT-SUB + 1)
011220         MOVE "N" TO WS-SORT-DONE-SW
011230     END-IF.
011240 5200-EXIT.
011250     EXIT.
011260
011270*================================================================
011280*    6000-WRITE-REPORT - RUN HEADER, THE EVENTS IN TIME ORDER,
011290*    THEN THE COUNTS BY SOURCE
011300*================================================================
011310 6000-WRITE-REPORT.
011320     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
011330     MOVE "RUN DRILL-DOWN REPORT" TO WS-REPORT-LINE
011340     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011350     MOVE ALL "-" TO WS-REPORT-LINE
011360     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011370     MOVE SPACES TO WS-REPORT-LINE
011380     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
011390            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
011400            INTO WS-REPORT-LINE
011410     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011420     MOVE SPACES TO WS-REPORT-LINE
011430     STRING "RUN UNDER REVIEW  : " DELIMITED BY SIZE
011440            WS-DRILL-RUN-ID        DELIMITED BY SIZE
011450            "  "                   DELIMITED BY SIZE
011460            WS-RUN-START-TS        DELIMITED BY SIZE
011470            " TO "                 DELIMITED BY SIZE
011480            WS-RUN-END-TS          DELIMITED BY SIZE
011490            INTO WS-REPORT-LINE
011500     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011510     MOVE SPACES TO WS-REPORT-LINE
011520     STRING "STEP STATUSES . . : " DELIMITED BY SIZE
011530            WS-RUN-STEP1-STATUS    DELIMITED BY SIZE
011540            " "                    DELIMITED BY SIZE
011550            WS-RUN-STEP2-STATUS    DELIMITED BY SIZE
011560            " "                    DELIMITED BY SIZE
011570            WS-RUN-STEP3-STATUS    DELIMITED BY SIZE
011580            INTO WS-REPORT-LINE
011590     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011600     MOVE WS-RUN-IMAGE-COUNT   TO WS-COUNT-DISPLAY
011610     MOVE WS-RUN-IMAGE-SUCCESS TO WS-COUNT-DISPLAY-2
011620     MOVE SPACES TO WS-REPORT-LINE
011630     STRING "IMAGES  . . . . . : " DELIMITED BY SIZE
011640            WS-COUNT-DISPLAY       DELIMITED BY SIZE
011650            " PROCESSED "          DELIMITED BY SIZE
011660            WS-COUNT-DISPLAY-2     DELIMITED BY SIZE
011670            " CONVERTED"           DELIMITED BY SIZE
011680            INTO WS-REPORT-LINE
011690     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011700     MOVE SPACES TO WS-REPORT-LINE
011710     STRING "SNIPPET / PORT  . : " DELIMITED BY SIZE
011720            WS-RUN-SNIPPET-NAME    DELIMITED BY SIZE
011730            " / "                  DELIMITED BY SIZE
011740            WS-RUN-PORT            DELIMITED BY SIZE
011750            INTO WS-REPORT-LINE
011760     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011770     MOVE SPACES TO WS-REPORT-LINE
011780     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011790     MOVE "TIMESTAMP            SOURCE   EVENT"
011800         TO WS-REPORT-LINE
011810     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011820     PERFORM 6100-REPORT-ONE-EVENT THRU 6100-EXIT
011830         VARYING WS-EVENT-SUB FROM 1 BY 1
011840         UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
011850     IF WS-EVENT-COUNT = ZERO
011860         MOVE "NO EVENTS ON FILE FOR THE RUN" TO WS-REPORT-LINE
011870         WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
011880     END-IF
011890     PERFORM 6200-REPORT-COUNTS THRU 6200-EXIT.
011900 6000-EXIT.
011910     EXIT.
011920
011930 6100-REPORT-ONE-EVENT.
011940     MOVE SPACES TO WS-REPORT-LINE
011950     STRING WE-TIMESTAMP (WS-EVENT-SUB) DELIMITED BY SIZE
011960            " "                         DELIMITED BY SIZE
011970            WE-SOURCE (WS-EVENT-SUB)    DELIMITED BY SIZE
011980            " "                         DELIMITED BY SIZE
011990            WE-TEXT (WS-EVENT-SUB)      DELIMITED BY SIZE
012000            INTO WS-REPORT-LINE
012010     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE.
012020 6100-EXIT.
012030     EXIT.
012040
012050*----------------------------------------------------------------
012060*    6200 - COUNTS BY SOURCE, AND WARNINGS FOR ANYTHING THE
012070*    REPORT COULD NOT SHOW
012080*----------------------------------------------------------------
012090 6200-REPORT-COUNTS.
012100     MOVE SPACES TO WS-REPORT-LINE
012110     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
012120     MOVE WS-STEP-EVENTS TO WS-COUNT-DISPLAY
012130     MOVE WS-CALL-EVENTS TO WS-COUNT-DISPLAY-2
012140     MOVE SPACES TO WS-REPORT-LINE
012150     STRING "STEPS . . . . . . : " DELIMITED BY SIZE
012160            WS-COUNT-DISPLAY       DELIMITED BY SIZE
012170            "   NODE CALLS  . . : " DELIMITED BY SIZE
012180            WS-COUNT-DISPLAY-2     DELIMITED BY SIZE
012190            INTO WS-REPORT-LINE
012200     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
012210     MOVE WS-ERROR-EVENTS TO WS-COUNT-DISPLAY
012220     MOVE WS-ALERT-EVENTS TO WS-COUNT-DISPLAY-2
012230     MOVE SPACES TO WS-REPORT-LINE
012240     STRING "ERRORS  . . . . . : " DELIMITED BY SIZE
012250            WS-COUNT-DISPLAY       DELIMITED BY SIZE
012260            "   ALERTS  . . . . : " DELIMITED BY SIZE
012270            WS-COUNT-DISPLAY-2     DELIMITED BY SIZE
012280            INTO WS-REPORT-LINE
012290     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
012300     MOVE WS-REJECT-EVENTS TO WS-COUNT-DISPLAY
012310     MOVE WS-DEAD-EVENTS   TO WS-COUNT-DISPLAY-2
012320     MOVE SPACES TO WS-REPORT-LINE
012330     STRING "REJECTS . . . . . : " DELIMITED BY SIZE
012340            WS-COUNT-DISPLAY       DELIMITED BY SIZE
012350            "   DEAD LETTERS  . : " DELIMITED BY SIZE
012360            WS-COUNT-DISPLAY-2     DELIMITED BY SIZE
012370            INTO WS-REPORT-LINE
012380     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
012390     MOVE WS-SNIPPET-EVENTS TO WS-COUNT-DISPLAY
012400     MOVE SPACES TO WS-REPORT-LINE
012410     STRING "SNIPPET RESULTS . : " DELIMITED BY SIZE
012420            WS-COUNT-DISPLAY       DELIMITED BY SIZE
012430            INTO WS-REPORT-LINE
012440     WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
012450     IF WS-UNATTRIBUTED-COUNT > ZERO
012460         MOVE WS-UNATTRIBUTED-COUNT TO WS-COUNT-DISPLAY
012470         MOVE SPACES TO WS-REPORT-LINE
012480         STRING "NOTE: "                DELIMITED BY SIZE
012490                WS-COUNT-DISPLAY        DELIMITED BY SIZE
012500                " UNSTAMPED REJECTS/DEADLTR ROW(S) NOT LISTED"
012510                                        DELIMITED BY SIZE
012520                " - NO RUN ID TO MATCH" DELIMITED BY SIZE
012530                INTO WS-REPORT-LINE
012540         WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
012550     END-IF
012560     IF WS-DROPPED-COUNT > ZERO
012570         MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY
012580         MOVE SPACES TO WS-REPORT-LINE
012590         STRING "WARNING: "             DELIMITED BY SIZE
012600                WS-COUNT-DISPLAY        DELIMITED BY SIZE
012610                " EVENT(S) DROPPED - EVENT TABLE FULL"
012620                                        DELIMITED BY SIZE
012630                INTO WS-REPORT-LINE
012640         WRITE DRILL-REPORT-RECORD FROM WS-REPORT-LINE
012650     END-IF.
012660 6200-EXIT.
012670     EXIT.
012680
012690*================================================================
012700*    9000-FINALIZE - TOTALS, THEN CLOSE EVERYTHING
012710*================================================================
012720 9000-FINALIZE.
012730     DISPLAY "RUNDRILL: RUN REVIEWED . . : " WS-DRILL-RUN-ID
012740     DISPLAY "RUNDRILL: EVENTS LISTED  . : " WS-EVENT-COUNT
012750     DISPLAY "RUNDRILL: EVENTS DROPPED . : " WS-DROPPED-COUNT
012760     DISPLAY "RUNDRILL: UNATTRIBUTED . . : " WS-UNATTRIBUTED-COUNT
012770     IF WS-RUNHIST-AVAILABLE
012780         CLOSE RUN-HISTORY-FILE
012790     END-IF
012800     CLOSE DRILL-REPORT-FILE.
012810 9000-EXIT.
012820     EXIT.
