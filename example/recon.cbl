000270*                    PREFIX FROM THE ENVPROF FILE THAT
000280*                    QUALIFIES EVERY FILE NAME, SO A TEST
000290*                    RECONCILIATION READS ONLY TEST FILES.
000300*   2026-10-15  DO   MAIN NOW STAMPS THE RUN ID ON TRANLOG,
000310*                    REJECTS AND DEADLTR RECORDS.  A STAMPED
000320*                    RECORD IS MATCHED TO THE RUN BY ITS RUN ID
000330*                    INSTEAD OF THE TIMESTAMP WINDOW, AND REJECTS
000340*                    AND DEADLTR ROWS STAMPED BY ANOTHER RUN NO
000350*                    LONGER COUNT AGAINST THIS ONE.
000360*   2026-10-15  DO   REJECTS AND DEADLTR ROWS NOW END IN THE
000370*                    CONVERSION PROFILE OF THE FAILED RENDITION.
000380*                    TRANLOG HOLDS ONE CALL PER RENDITION, SO THE
000390*                    RUNHIST IMAGE COUNTS ARE RENDITION COUNTS AND
000400*                    STILL RECONCILE CALL FOR CALL.
000410*   2026-10-15  DO   RUNHIST RECORD CARRIES RH-WORKER-COUNT
000420*                    IN THE HIGH-ORDER DIGIT OF THE OLD
000430*                    RH-STEP2-ELAPSED, AS WRITTEN BY MAIN.
000440*----------------------------------------------------------------
000450* RECORDS WRITTEN BEFORE THE RUN STAMP WAS ADDED HAVE A BLANK
000460* RUN ID.  THOSE TRANLOG ROWS STILL FALL BACK TO THE START/END
000470* WINDOW, AND FOR AN UNSTAMPED RUN THE DEAD-LETTER CHECK STAYS
000480* A COVERAGE CHECK: THE FILE MUST HOLD AT LEAST AS MANY ENTRIES
000490* AS THE RUN'S FAILURES THAT ARE NOT IN REJECTS.  FOR A STAMPED
000500* RUN THE RESIDUAL MUST BE COVERED BY THE RUN'S OWN DEAD LETTERS.
000510*----------------------------------------------------------------
000520* Compile this file on its own:
000530*
000540*  $ cobc -x example/recon.cbl
000550*
000560* Then execute the binary file:
000570*
000580*  $ ./recon
000590*----------------------------------------------------------------
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630*----------------------------------------------------------------
000640*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000650*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000660*----------------------------------------------------------------
000670     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ENVPROF-STATUS.
000700
000710*----------------------------------------------------------------
000720*    RUN HISTORY MASTER - THE RECORD MAIN WRITES AT FINALIZE
000730*----------------------------------------------------------------
000740     SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
000750         WS-RUNHIST-FILENAME
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS RH-RUN-ID
000790         FILE STATUS IS WS-RUNHIST-STATUS.
000800
000810*----------------------------------------------------------------
000820*    TRANSACTION LOG - THE RECORD MAIN WRITES
000830*----------------------------------------------------------------
000840     SELECT TRANSACTION-LOG-FILE ASSIGN TO DYNAMIC
000850         WS-TRANLOG-FILENAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-TRANLOG-STATUS.
000880
000890*----------------------------------------------------------------
000900*    REJECTED MANIFEST ENTRIES FROM THE RUN
000910*----------------------------------------------------------------
000920     SELECT REJECTS-FILE ASSIGN TO DYNAMIC
000930         WS-REJECTS-FILENAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-REJECTS-STATUS.
000960
000970*----------------------------------------------------------------
000980*    ENTRIES THAT EXHAUSTED THE RETRY LIMIT
000990*----------------------------------------------------------------
001000     SELECT DEAD-LETTER-FILE ASSIGN TO DYNAMIC
001010         WS-DEADLTR-FILENAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-DEADLTR-STATUS.
001040
001050*----------------------------------------------------------------
001060*    END OF RUN SUMMARY REPORT WRITTEN BY MAIN
001070*----------------------------------------------------------------
001080     SELECT SUMMARY-REPORT-FILE ASSIGN TO DYNAMIC
001090         WS-SUMRPT-FILENAME
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-SUMRPT-STATUS.
001120
001130*----------------------------------------------------------------
001140*    RECONCILIATION EXCEPTIONS REPORT
001150*----------------------------------------------------------------
001160     SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC
001170         WS-RECONRPT-FILENAME
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-RECONRPT-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  ENV-PROFILE-FILE.
001240 01  ENV-PROFILE-RECORD.
001250     05  EV-ENV-NAME                 PIC X(08).
001260     05  FILLER                      PIC X(01).
001270     05  EV-PREFIX                   PIC X(20).
001280
001290 FD  RUN-HISTORY-FILE.
001300 01  RUN-HISTORY-RECORD.
001310     05  RH-RUN-ID                   PIC X(16).
001320     05  RH-START-TIMESTAMP          PIC X(20).
001330     05  RH-END-TIMESTAMP            PIC X(20).
001340     05  RH-STEP1-STATUS             PIC X(08).
001350     05  RH-STEP2-STATUS             PIC X(08).
001360     05  RH-STEP3-STATUS             PIC X(08).
001370     05  RH-WORKER-COUNT             PIC 9(01).
001380     05  RH-STEP2-ELAPSED            PIC 9(07).
001390     05  RH-IMAGE-COUNT              PIC 9(05).
001400     05  RH-IMAGE-SUCCESS            PIC 9(05).
001410     05  RH-SNIPPET-NAME             PIC X(08).
001420     05  RH-PORT                     PIC 9(05).
001430
001440 FD  TRANSACTION-LOG-FILE.
001450 01  TRANSACTION-LOG-RECORD.
001460     05  TL-TIMESTAMP                PIC X(20).
001470     05  FILLER                      PIC X(01).
001480     05  TL-PROGRAM-NAME             PIC X(16).
001490     05  FILLER                      PIC X(01).
001500     05  TL-SCRIPT-OR-CODE           PIC X(100).
001510     05  FILLER                      PIC X(01).
001520     05  TL-COMPLETION-CODE          PIC X(06).
001530     05  FILLER                      PIC X(01).
001540     05  TL-RUN-ID                   PIC X(16).
001550
001560 FD  REJECTS-FILE.
001570 01  REJECT-RECORD.
001580     05  RJ-ENTRY-DATA               PIC X(129).
001590     05  FILLER                      PIC X(01).
001600     05  RJ-RUN-ID                   PIC X(16).
001610     05  FILLER                      PIC X(01).
001620     05  RJ-TIMESTAMP                PIC X(20).
001630     05  FILLER                      PIC X(01).
001640     05  RJ-PROFILE-NAME             PIC X(08).
001650
001660 FD  DEAD-LETTER-FILE.
001670 01  DEAD-LETTER-RECORD.
001680     05  DL-ENTRY-DATA               PIC X(129).
001690     05  FILLER                      PIC X(01).
001700     05  DL-RUN-ID                   PIC X(16).
001710     05  FILLER                      PIC X(01).
001720     05  DL-TIMESTAMP                PIC X(20).
001730     05  FILLER                      PIC X(01).
001740     05  DL-PROFILE-NAME             PIC X(08).
001750
001760 FD  SUMMARY-REPORT-FILE.
001770 01  SUMMARY-REPORT-RECORD           PIC X(100).
001780
001790 FD  RECON-REPORT-FILE.
001800 01  RECON-REPORT-RECORD             PIC X(100).
001810
001820 WORKING-STORAGE SECTION.
001830*----------------------------------------------------------------
001840*    FILE STATUS FIELDS
001850*----------------------------------------------------------------
001860 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
001870 01  WS-RUNHIST-STATUS               PIC X(02)  VALUE "00".
001880 01  WS-TRANLOG-STATUS               PIC X(02)  VALUE "00".
001890 01  WS-REJECTS-STATUS               PIC X(02)  VALUE "00".
001900 01  WS-DEADLTR-STATUS               PIC X(02)  VALUE "00".
001910 01  WS-SUMRPT-STATUS                PIC X(02)  VALUE "00".
001920 01  WS-RECONRPT-STATUS              PIC X(02)  VALUE "00".
001930
001940*----------------------------------------------------------------
001950*    SWITCHES
001960*----------------------------------------------------------------
001970 77  WS-RUNHIST-AVAILABLE-SW         PIC X(01)  VALUE "N".
001980     88  WS-RUNHIST-AVAILABLE                    VALUE "Y".
001990 77  WS-RUN-FOUND-SW                 PIC X(01)  VALUE "N".
002000     88  WS-RUN-FOUND                            VALUE "Y".
002010 77  WS-HISTORY-EOF-SW               PIC X(01)  VALUE "N".
002020     88  WS-HISTORY-EOF                          VALUE "Y".
002030 77  WS-TRANLOG-EOF-SW               PIC X(01)  VALUE "N".
002040     88  WS-TRANLOG-EOF                          VALUE "Y".
002050 77  WS-REJECTS-EOF-SW               PIC X(01)  VALUE "N".
002060     88  WS-REJECTS-EOF                          VALUE "Y".
002070 77  WS-DEADLTR-EOF-SW               PIC X(01)  VALUE "N".
002080     88  WS-DEADLTR-EOF                          VALUE "Y".
002090 77  WS-SUMRPT-EOF-SW                PIC X(01)  VALUE "N".
002100     88  WS-SUMRPT-EOF                           VALUE "Y".
002110 77  WS-SUMRPT-PRESENT-SW            PIC X(01)  VALUE "N".
002120     88  WS-SUMRPT-PRESENT                       VALUE "Y".
002130 77  WS-CC-NEGATIVE-SW               PIC X(01)  VALUE "N".
002140     88  WS-CC-NEGATIVE                          VALUE "Y".
002150 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
002160     88  WS-ENVPROF-EOF                          VALUE "Y".
002170 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
002180     88  WS-ENV-FOUND                            VALUE "Y".
002190 77  WS-RUN-STAMPED-SW               PIC X(01)  VALUE "N".
002200     88  WS-RUN-STAMPED                          VALUE "Y".
002210 77  WS-TOKEN-SUB                    PIC 9(02)  COMP VALUE ZERO.
002220
002230*----------------------------------------------------------------
002240*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
002250*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
002260*----------------------------------------------------------------
002270 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
002280 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
002290 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
002300 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
002310 01  WS-RUNHIST-FILENAME             PIC X(80) VALUE "RUNHIST".
002320 01  WS-TRANLOG-FILENAME             PIC X(80) VALUE "TRANLOG".
002330 01  WS-REJECTS-FILENAME             PIC X(80) VALUE "REJECTS".
002340 01  WS-DEADLTR-FILENAME             PIC X(80) VALUE "DEADLTR".
002350 01  WS-SUMRPT-FILENAME              PIC X(80) VALUE "SUMRPT".
002360 01  WS-RECONRPT-FILENAME            PIC X(80) VALUE "RECONRPT".
002370 01  WS-PARM-TOKEN-TABLE.
002380     05  WS-PARM-TOKEN               PIC X(16) OCCURS 2 TIMES.
002390
002400*----------------------------------------------------------------
002410*    COUNTERS
002420*----------------------------------------------------------------
002430 77  WS-SNIPPET-CALLS                PIC 9(05)  COMP VALUE ZERO.
002440 77  WS-CONVERT-CALLS                PIC 9(05)  COMP VALUE ZERO.
002450 77  WS-CONVERT-OK-CALLS             PIC 9(05)  COMP VALUE ZERO.
002460 77  WS-SERVER-CALLS                 PIC 9(05)  COMP VALUE ZERO.
002470 77  WS-REJECT-DEPTH                 PIC 9(05)  COMP VALUE ZERO.
002480 77  WS-DEADLTR-DEPTH                PIC 9(05)  COMP VALUE ZERO.
002490 77  WS-RUN-DEAD-COUNT               PIC 9(05)  COMP VALUE ZERO.
002500 77  WS-RUN-FAILURES                 PIC 9(05)  COMP VALUE ZERO.
002510 77  WS-EXPECTED-DEAD                PIC S9(05) COMP VALUE ZERO.
002520 77  WS-EXCEPTION-COUNT              PIC 9(03)  COMP VALUE ZERO.
002530
002540*----------------------------------------------------------------
002550*    THE RUN UNDER RECONCILIATION, SAVED OUT OF THE RECORD AREA
002560*----------------------------------------------------------------
002570 01  WS-RUN-ID-PARM                  PIC X(16) VALUE SPACES.
002580 01  WS-RECON-RUN-ID                 PIC X(16) VALUE SPACES.
002590 01  WS-RUN-START-TS                 PIC X(20) VALUE SPACES.
002600 01  WS-RUN-END-TS                   PIC X(20) VALUE SPACES.
002610 01  WS-RUN-STEP1-STATUS             PIC X(08) VALUE SPACES.
002620 01  WS-RUN-STEP2-STATUS             PIC X(08) VALUE SPACES.
002630 01  WS-RUN-STEP3-STATUS             PIC X(08) VALUE SPACES.
002640 01  WS-RUN-IMAGE-COUNT              PIC 9(05) VALUE ZERO.
002650 01  WS-RUN-IMAGE-SUCCESS            PIC 9(05) VALUE ZERO.
002660
002670*----------------------------------------------------------------
002680*    SCRIPT PATH CONSTANTS SHARED WITH MAIN, USED TO TELL A
002690*    CONVERSION CALL FROM THE SERVER START CALL IN TRANLOG
002700*----------------------------------------------------------------
002710 01  WS-SERVER-SCRIPT                PIC X(80)
002720            VALUE "example/server.js".
002730
002740*----------------------------------------------------------------
002750*    COMPLETION CODE PARSE WORK AREA - SAME EDITED FIELD THAT
002760*    TRNRPT PARSES
002770*----------------------------------------------------------------
002780 01  WS-CC-WORK                      PIC X(06) VALUE SPACES.
002790 01  WS-CC-NUMERIC REDEFINES WS-CC-WORK
002800                                     PIC 9(06).
002810 01  WS-CC-VALUE                     PIC S9(06) COMP VALUE ZERO.
002820 01  WS-DASH-COUNT                   PIC 9(02) COMP VALUE ZERO.
002830
002840*----------------------------------------------------------------
002850*    SUMRPT RUN TIMESTAMP EXTRACTED FROM ITS HEADER LINE
002860*----------------------------------------------------------------
002870 01  WS-SUMRPT-RUN-TS                PIC X(20) VALUE SPACES.
002880
002890*----------------------------------------------------------------
002900*    TIMESTAMP WORK AREA
002910*----------------------------------------------------------------
002920 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
002930 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
002940 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
002950
002960*----------------------------------------------------------------
002970*    REPORT WORK FIELDS
002980*----------------------------------------------------------------
002990 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
003000 01  WS-REPORT-LINE                  PIC X(100) VALUE SPACES.
003010 01  WS-COUNT-DISPLAY                PIC ZZZZ9 VALUE ZERO.
003020 01  WS-COUNT-DISPLAY-2              PIC ZZZZ9 VALUE ZERO.
003030
003040 PROCEDURE DIVISION.
003050*================================================================
003060*    0000-MAINLINE
003070*================================================================
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003100     PERFORM 2000-LOCATE-RUN THRU 2000-EXIT
003110     IF WS-RUN-FOUND
003120         PERFORM 3000-SCAN-TRANLOG THRU 3000-EXIT
003130         PERFORM 4000-COUNT-REJECTS THRU 4000-EXIT
003140         PERFORM 4500-COUNT-DEAD-LETTERS THRU 4500-EXIT
003150         PERFORM 5000-READ-SUMRPT-HEADER THRU 5000-EXIT
003160         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
003170     END-IF
003180     PERFORM 9000-FINALIZE THRU 9000-EXIT
003190     STOP RUN.
003200
003210*================================================================
003220*    1000-INITIALIZE - OPEN THE MASTER AND THE REPORT, PICK UP
003230*    THE OPTIONAL RUN ID PARM
003240*================================================================
003250 1000-INITIALIZE.
003260     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
003270     SET WS-RUNHIST-AVAILABLE TO TRUE
003280     OPEN INPUT RUN-HISTORY-FILE
003290     IF WS-RUNHIST-STATUS NOT = "00"
003300         MOVE "N" TO WS-RUNHIST-AVAILABLE-SW
003310         DISPLAY "RECON: RUNHIST UNAVAILABLE, STATUS "
003320                 WS-RUNHIST-STATUS
003330     END-IF
003340     OPEN OUTPUT RECON-REPORT-FILE.
003350 1000-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390*    1010/1020/1030/1050 - COMMAND LINE AND ENVIRONMENT
003400*    PROFILES, AS IN MAIN.  AN ENV= TOKEN IN EITHER POSITION
003410*    SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES EVERY FILE
003420*    NAME; THE OTHER TOKEN IS THE OPTIONAL RUN ID.  AN
003430*    ENVIRONMENT WITHOUT A PROFILE ROW STILL GETS A PREFIX OF
003440*    ITS OWN NAME PLUS A DOT SO A TEST RUN NEVER FALLS THROUGH
003450*    ONTO THE PRODUCTION FILES.
003460*----------------------------------------------------------------
003470 1010-RESOLVE-ENVIRONMENT.
003480     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
003490     MOVE SPACES TO WS-PARM-TOKEN-TABLE
003500     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
003510         INTO WS-PARM-TOKEN (1), WS-PARM-TOKEN (2)
003520     END-UNSTRING
003530     PERFORM 1015-ASSIGN-ONE-TOKEN THRU 1015-EXIT
003540         VARYING WS-TOKEN-SUB FROM 1 BY 1
003550         UNTIL WS-TOKEN-SUB > 2
003560     IF WS-ENV-NAME NOT = SPACES
003570         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
003580     END-IF
003590     MOVE "RUNHIST" TO WS-BASE-FILENAME
003600     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003610     MOVE WS-BUILT-FILENAME TO WS-RUNHIST-FILENAME
003620     MOVE "TRANLOG" TO WS-BASE-FILENAME
003630     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003640     MOVE WS-BUILT-FILENAME TO WS-TRANLOG-FILENAME
003650     MOVE "REJECTS" TO WS-BASE-FILENAME
003660     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003670     MOVE WS-BUILT-FILENAME TO WS-REJECTS-FILENAME
003680     MOVE "DEADLTR" TO WS-BASE-FILENAME
003690     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003700     MOVE WS-BUILT-FILENAME TO WS-DEADLTR-FILENAME
003710     MOVE "SUMRPT" TO WS-BASE-FILENAME
003720     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003730     MOVE WS-BUILT-FILENAME TO WS-SUMRPT-FILENAME
003740     MOVE "RECONRPT" TO WS-BASE-FILENAME
003750     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
003760     MOVE WS-BUILT-FILENAME TO WS-RECONRPT-FILENAME.
003770 1010-EXIT.
003780     EXIT.
003790
003800 1015-ASSIGN-ONE-TOKEN.
003810     IF WS-PARM-TOKEN (WS-TOKEN-SUB) = SPACES
003820         GO TO 1015-EXIT
003830     END-IF
003840     IF WS-PARM-TOKEN (WS-TOKEN-SUB) (1:4) = "ENV="
003850         MOVE WS-PARM-TOKEN (WS-TOKEN-SUB) (5:8)
003860             TO WS-ENV-NAME
003870     ELSE
003880         MOVE WS-PARM-TOKEN (WS-TOKEN-SUB)
003890             TO WS-RUN-ID-PARM
003900     END-IF.
003910 1015-EXIT.
003920     EXIT.
003930
003940 1020-LOAD-ENV-PROFILE.
003950     MOVE "N" TO WS-ENV-FOUND-SW
003960     MOVE "N" TO WS-ENVPROF-EOF-SW
003970     OPEN INPUT ENV-PROFILE-FILE
003980     IF WS-ENVPROF-STATUS NOT = "00"
003990         MOVE "Y" TO WS-ENVPROF-EOF-SW
004000     END-IF
004010     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
004020         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
004030     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
004040         CLOSE ENV-PROFILE-FILE
004050     END-IF
004060     IF WS-ENV-FOUND
004070         DISPLAY "RECON: ENVIRONMENT " WS-ENV-NAME
004080                 " - FILE PREFIX " WS-ENV-PREFIX
004090     ELSE
004100         MOVE SPACES TO WS-ENV-PREFIX
004110         STRING WS-ENV-NAME DELIMITED BY SPACE
004120                "."         DELIMITED BY SIZE
004130                INTO WS-ENV-PREFIX
004140         DISPLAY "RECON: ENVIRONMENT " WS-ENV-NAME
004150                 " NOT IN ENVPROF - USING PREFIX "
004160                 WS-ENV-PREFIX
004170     END-IF.
004180 1020-EXIT.
004190     EXIT.
004200
004210 1030-READ-ONE-PROFILE.
004220     READ ENV-PROFILE-FILE
004230         AT END
004240             MOVE "Y" TO WS-ENVPROF-EOF-SW
004250     END-READ
004260     IF WS-ENVPROF-EOF
004270         GO TO 1030-EXIT
004280     END-IF
004290     IF ENV-PROFILE-RECORD = SPACES
004300         OR EV-ENV-NAME (1:1) = "*"
004310         GO TO 1030-EXIT
004320     END-IF
004330     IF EV-ENV-NAME = WS-ENV-NAME
004340         SET WS-ENV-FOUND TO TRUE
004350         MOVE EV-PREFIX TO WS-ENV-PREFIX
004360     END-IF.
004370 1030-EXIT.
004380     EXIT.
004390
004400 1050-BUILD-ONE-FILENAME.
004410     MOVE SPACES TO WS-BUILT-FILENAME
004420     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
004430            WS-BASE-FILENAME DELIMITED BY SPACE
004440            INTO WS-BUILT-FILENAME.
004450 1050-EXIT.
004460     EXIT.
004470
004480*================================================================
004490*    2000-LOCATE-RUN - READ THE RUNHIST ROW NAMED BY THE PARM,
004500*    OR WALK TO THE LAST ROW IN KEY ORDER (THE RUN ID IS A
004510*    TIMESTAMP, SO KEY ORDER IS RUN ORDER) WHEN NO PARM IS GIVEN
004520*================================================================
004530 2000-LOCATE-RUN.
004540     MOVE "N" TO WS-RUN-FOUND-SW
004550     IF NOT WS-RUNHIST-AVAILABLE
004560         GO TO 2000-EXIT
004570     END-IF
004580     IF WS-RUN-ID-PARM NOT = SPACES
004590         MOVE WS-RUN-ID-PARM TO RH-RUN-ID
004600         READ RUN-HISTORY-FILE
004610             INVALID KEY
004620                 DISPLAY "RECON: RUN ID " WS-RUN-ID-PARM
004630                         " NOT IN RUNHIST"
004640             NOT INVALID KEY
004650                 PERFORM 2200-SAVE-RUN-FIELDS THRU 2200-EXIT
004660         END-READ
004670         GO TO 2000-EXIT
004680     END-IF
004690     MOVE LOW-VALUES TO RH-RUN-ID
004700     START RUN-HISTORY-FILE KEY IS NOT LESS THAN RH-RUN-ID
004710         INVALID KEY
004720             MOVE "Y" TO WS-HISTORY-EOF-SW
004730     END-START
004740     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
004750         UNTIL WS-HISTORY-EOF
004760     IF NOT WS-RUN-FOUND
004770         DISPLAY "RECON: NO RUN HISTORY ON FILE"
004780     END-IF.
004790 2000-EXIT.
004800     EXIT.
004810
004820 2100-READ-ONE-RUN.
004830     READ RUN-HISTORY-FILE NEXT RECORD
004840         AT END
004850             MOVE "Y" TO WS-HISTORY-EOF-SW
004860     END-READ
004870     IF NOT WS-HISTORY-EOF
004880         PERFORM 2200-SAVE-RUN-FIELDS THRU 2200-EXIT
004890     END-IF.
004900 2100-EXIT.
004910     EXIT.
004920
004930 2200-SAVE-RUN-FIELDS.
004940     SET WS-RUN-FOUND TO TRUE
004950     MOVE RH-RUN-ID          TO WS-RECON-RUN-ID
004960     MOVE RH-START-TIMESTAMP TO WS-RUN-START-TS
004970     MOVE RH-END-TIMESTAMP   TO WS-RUN-END-TS
004980     MOVE RH-STEP1-STATUS    TO WS-RUN-STEP1-STATUS
004990     MOVE RH-STEP2-STATUS    TO WS-RUN-STEP2-STATUS
005000     MOVE RH-STEP3-STATUS    TO WS-RUN-STEP3-STATUS
005010     IF RH-IMAGE-COUNT IS NUMERIC
005020         MOVE RH-IMAGE-COUNT TO WS-RUN-IMAGE-COUNT
005030     ELSE
005040         MOVE ZERO           TO WS-RUN-IMAGE-COUNT
005050     END-IF
005060     IF RH-IMAGE-SUCCESS IS NUMERIC
005070         MOVE RH-IMAGE-SUCCESS TO WS-RUN-IMAGE-SUCCESS
005080     ELSE
005090         MOVE ZERO             TO WS-RUN-IMAGE-SUCCESS
005100     END-IF.
005110 2200-EXIT.
005120     EXIT.
005130
005140*================================================================
005150*    3000-SCAN-TRANLOG - COUNT THE CALL RECORDS THAT BELONG TO
005160*    THE RUN, SPLIT BY CALL KIND.  A STAMPED RECORD BELONGS BY
005170*    ITS RUN ID; AN UNSTAMPED ONE BY FALLING INSIDE THE RUN'S
005180*    START/END WINDOW.  A CONVERSION CALL IS AN EXEC_NODEJS_FILE
005190*    RECORD THAT IS NOT THE SERVER START.
005200*================================================================
005210 3000-SCAN-TRANLOG.
005220     OPEN INPUT TRANSACTION-LOG-FILE
005230     IF WS-TRANLOG-STATUS NOT = "00"
005240         DISPLAY "RECON: TRANLOG NOT FOUND - CALL COUNTS ZERO"
005250         GO TO 3000-EXIT
005260     END-IF
005270     MOVE "N" TO WS-TRANLOG-EOF-SW
005280     PERFORM 3100-SCAN-ONE-RECORD THRU 3100-EXIT
005290         UNTIL WS-TRANLOG-EOF
005300     CLOSE TRANSACTION-LOG-FILE.
005310 3000-EXIT.
005320     EXIT.
005330
005340 3100-SCAN-ONE-RECORD.
005350     READ TRANSACTION-LOG-FILE
005360         AT END
005370             MOVE "Y" TO WS-TRANLOG-EOF-SW
005380     END-READ
005390     IF WS-TRANLOG-EOF
005400         GO TO 3100-EXIT
005410     END-IF
005420     IF TRANSACTION-LOG-RECORD = SPACES
005430         GO TO 3100-EXIT
005440     END-IF
005450     IF TL-RUN-ID NOT = SPACES
005460         IF TL-RUN-ID NOT = WS-RECON-RUN-ID
005470             GO TO 3100-EXIT
005480         END-IF
005490         SET WS-RUN-STAMPED TO TRUE
005500     ELSE
005510         IF TL-TIMESTAMP < WS-RUN-START-TS
005520             OR TL-TIMESTAMP > WS-RUN-END-TS
005530             GO TO 3100-EXIT
005540         END-IF
005550     END-IF
005560     EVALUATE TL-PROGRAM-NAME
005570         WHEN "EXEC_NODEJS"
005580             ADD 1 TO WS-SNIPPET-CALLS
005590         WHEN "EXEC_NODEJS_FILE"
005600             IF TL-SCRIPT-OR-CODE (1:80) = WS-SERVER-SCRIPT
005610                 ADD 1 TO WS-SERVER-CALLS
005620             ELSE
005630                 ADD 1 TO WS-CONVERT-CALLS
005640                 PERFORM 3200-PARSE-COMPLETION-CODE
005650                     THRU 3200-EXIT
005660                 IF WS-CC-VALUE = ZERO AND NOT WS-CC-NEGATIVE
005670                     ADD 1 TO WS-CONVERT-OK-CALLS
005680                 END-IF
005690             END-IF
005700     END-EVALUATE.
005710 3100-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------
005750*    3200 - TURN THE EDITED COMPLETION CODE BACK INTO A NUMBER
005760*----------------------------------------------------------------
005770 3200-PARSE-COMPLETION-CODE.
005780     MOVE "N" TO WS-CC-NEGATIVE-SW
005790     MOVE ZERO TO WS-DASH-COUNT
005800     MOVE TL-COMPLETION-CODE TO WS-CC-WORK
005810     INSPECT WS-CC-WORK TALLYING WS-DASH-COUNT FOR ALL "-"
005820     IF WS-DASH-COUNT > ZERO
005830         SET WS-CC-NEGATIVE TO TRUE
005840     END-IF
005850     INSPECT WS-CC-WORK REPLACING ALL "-" BY "0"
005860     INSPECT WS-CC-WORK REPLACING ALL " " BY "0"
005870     IF WS-CC-WORK IS NUMERIC
005880         MOVE WS-CC-NUMERIC TO WS-CC-VALUE
005890     ELSE
005900         MOVE 1 TO WS-CC-VALUE
005910     END-IF.
005920 3200-EXIT.
005930     EXIT.
005940
005950*================================================================
005960*    4000/4500 - DEPTH COUNTS OF THE REJECTS AND DEAD LETTER
005970*    FILES.  MAIN TRUNCATES REJECTS ONCE PER RUN, SO ITS DEPTH
005980*    IS THE RUN'S REJECT COUNT - LESS ANY ROWS STAMPED BY A
005990*    DIFFERENT RUN.  DEADLTR IS APPEND-ONLY ACROSS RUNS, SO ITS
006000*    DEPTH ONLY BOUNDS THE RUN'S DEAD ENTRIES; THE ROWS STAMPED
006010*    WITH THE RUN'S OWN ID ARE COUNTED SEPARATELY.
006020*================================================================
006030 4000-COUNT-REJECTS.
006040     OPEN INPUT REJECTS-FILE
006050     IF WS-REJECTS-STATUS NOT = "00"
006060         GO TO 4000-EXIT
006070     END-IF
006080     MOVE "N" TO WS-REJECTS-EOF-SW
006090     PERFORM 4100-COUNT-ONE-REJECT THRU 4100-EXIT
006100         UNTIL WS-REJECTS-EOF
006110     CLOSE REJECTS-FILE.
006120 4000-EXIT.
006130     EXIT.
006140
006150 4100-COUNT-ONE-REJECT.
006160     READ REJECTS-FILE
006170         AT END
006180             MOVE "Y" TO WS-REJECTS-EOF-SW
006190     END-READ
006200     IF WS-REJECTS-EOF
006210         OR REJECT-RECORD = SPACES
006220         GO TO 4100-EXIT
006230     END-IF
006240     IF RJ-RUN-ID = SPACES
006250         OR RJ-RUN-ID = WS-RECON-RUN-ID
006260         ADD 1 TO WS-REJECT-DEPTH
006270     END-IF.
006280 4100-EXIT.
006290     EXIT.
006300
006310 4500-COUNT-DEAD-LETTERS.
006320     OPEN INPUT DEAD-LETTER-FILE
006330     IF WS-DEADLTR-STATUS NOT = "00"
006340         GO TO 4500-EXIT
006350     END-IF
006360     MOVE "N" TO WS-DEADLTR-EOF-SW
006370     PERFORM 4600-COUNT-ONE-DEAD THRU 4600-EXIT
006380         UNTIL WS-DEADLTR-EOF
006390     CLOSE DEAD-LETTER-FILE.
006400 4500-EXIT.
006410     EXIT.
006420
006430 4600-COUNT-ONE-DEAD.
006440     READ DEAD-LETTER-FILE
006450         AT END
006460             MOVE "Y" TO WS-DEADLTR-EOF-SW
006470     END-READ
006480     IF WS-DEADLTR-EOF
006490         OR DEAD-LETTER-RECORD = SPACES
006500         GO TO 4600-EXIT
006510     END-IF
006520     ADD 1 TO WS-DEADLTR-DEPTH
006530     IF DL-RUN-ID = WS-RECON-RUN-ID
006540         ADD 1 TO WS-RUN-DEAD-COUNT
006550     END-IF.
006560 4600-EXIT.
006570     EXIT.
006580
006590*================================================================
006600*    5000-READ-SUMRPT-HEADER - PULL THE RUN DATE/TIME OUT OF THE
006610*    SUMMARY REPORT.  SUMRPT IS REWRITTEN EVERY RUN, SO THE ONE
006620*    ON FILE BELONGS TO THE RUN ONLY IF ITS TIMESTAMP FALLS ON
006630*    OR AFTER THE RUN'S START.
006640*================================================================
006650 5000-READ-SUMRPT-HEADER.
006660     OPEN INPUT SUMMARY-REPORT-FILE
006670     IF WS-SUMRPT-STATUS NOT = "00"
006680         GO TO 5000-EXIT
006690     END-IF
006700     SET WS-SUMRPT-PRESENT TO TRUE
006710     MOVE "N" TO WS-SUMRPT-EOF-SW
006720     PERFORM 5100-SCAN-ONE-SUMRPT-LINE THRU 5100-EXIT
006730         UNTIL WS-SUMRPT-EOF
006740     CLOSE SUMMARY-REPORT-FILE.
006750 5000-EXIT.
006760     EXIT.
006770
006780 5100-SCAN-ONE-SUMRPT-LINE.
006790     READ SUMMARY-REPORT-FILE
006800         AT END
006810             MOVE "Y" TO WS-SUMRPT-EOF-SW
006820     END-READ
006830     IF WS-SUMRPT-EOF
006840         GO TO 5100-EXIT
006850     END-IF
006860     IF SUMMARY-REPORT-RECORD (1:20) = "RUN DATE/TIME . . : "
006870         MOVE SUMMARY-REPORT-RECORD (21:20)
006880             TO WS-SUMRPT-RUN-TS
006890         MOVE "Y" TO WS-SUMRPT-EOF-SW
006900     END-IF.
006910 5100-EXIT.
006920     EXIT.
006930
006940*================================================================
006950*    6000-WRITE-REPORT - THE RECONCILIATION CHECKS.  EACH
006960*    MISMATCH WRITES ONE EXCEPTION LINE; A CLEAN RUN GETS THE
006970*    ALL-CLEAR LINE INSTEAD.
006980*================================================================
006990 6000-WRITE-REPORT.
007000     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
007010     MOVE "RUN RECONCILIATION REPORT" TO WS-REPORT-LINE
007020     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
007030     MOVE ALL "-" TO WS-REPORT-LINE
007040     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
007050     MOVE SPACES TO WS-REPORT-LINE
007060     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
007070            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
007080            INTO WS-REPORT-LINE
007090     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
007100     MOVE SPACES TO WS-REPORT-LINE
007110     STRING "RUN UNDER REVIEW  : " DELIMITED BY SIZE
007120            WS-RECON-RUN-ID        DELIMITED BY SIZE
007130            "  "                   DELIMITED BY SIZE
007140            WS-RUN-START-TS        DELIMITED BY SIZE
007150            " TO "                 DELIMITED BY SIZE
007160            WS-RUN-END-TS          DELIMITED BY SIZE
007170            INTO WS-REPORT-LINE
007180     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
007190     MOVE SPACES TO WS-REPORT-LINE
007200     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
007210     PERFORM 6100-CHECK-CONVERT-COUNTS THRU 6100-EXIT
007220     PERFORM 6200-CHECK-FAILURE-COVERAGE THRU 6200-EXIT
007230     PERFORM 6300-CHECK-STEP-CALLS THRU 6300-EXIT
007240     PERFORM 6400-CHECK-SUMRPT THRU 6400-EXIT
007250     MOVE SPACES TO WS-REPORT-LINE
007260     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
007270     IF WS-EXCEPTION-COUNT = ZERO
007280         MOVE "RUN RECONCILES - NO EXCEPTIONS"
007290             TO WS-REPORT-LINE
007300     ELSE
007310         MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
007320         MOVE SPACES TO WS-REPORT-LINE
007330         STRING "RUN DOES NOT RECONCILE - "
007340                                    DELIMITED BY SIZE
007350                WS-COUNT-DISPLAY    DELIMITED BY SIZE
007360                " EXCEPTION(S)"     DELIMITED BY SIZE
007370                INTO WS-REPORT-LINE
007380     END-IF
007390     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
007400 6000-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------
007440*    6050 - ONE EXCEPTION LINE IN THE REPORT
007450*----------------------------------------------------------------
007460 6050-WRITE-EXCEPTION.
007470     ADD 1 TO WS-EXCEPTION-COUNT
007480     WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
007490 6050-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530*    6100 - TRANLOG CONVERSION RECORDS IN THE RUN WINDOW MUST
007540*    MATCH THE IMAGE COUNTS RUNHIST REPORTS
007550*----------------------------------------------------------------
007560 6100-CHECK-CONVERT-COUNTS.
007570     IF WS-CONVERT-CALLS NOT = WS-RUN-IMAGE-COUNT
007580         MOVE WS-CONVERT-CALLS    TO WS-COUNT-DISPLAY
007590         MOVE WS-RUN-IMAGE-COUNT  TO WS-COUNT-DISPLAY-2
007600         MOVE SPACES TO WS-REPORT-LINE
007610         STRING "EXCEPTION: TRANLOG HAS "
007620                                    DELIMITED BY SIZE
007630                WS-COUNT-DISPLAY    DELIMITED BY SIZE
007640                " CONVERSION RECORDS BUT RUNHIST COUNTS "
007650                                    DELIMITED BY SIZE
007660                WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
007670                " IMAGES"           DELIMITED BY SIZE
007680                INTO WS-REPORT-LINE
007690         PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
007700     END-IF
007710     IF WS-CONVERT-OK-CALLS NOT = WS-RUN-IMAGE-SUCCESS
007720         MOVE WS-CONVERT-OK-CALLS   TO WS-COUNT-DISPLAY
007730         MOVE WS-RUN-IMAGE-SUCCESS  TO WS-COUNT-DISPLAY-2
007740         MOVE SPACES TO WS-REPORT-LINE
007750         STRING "EXCEPTION: TRANLOG HAS "
007760                                    DELIMITED BY SIZE
007770                WS-COUNT-DISPLAY    DELIMITED BY SIZE
007780                " SUCCESSFUL CONVERSIONS BUT RUNHIST COUNTS "
007790                                    DELIMITED BY SIZE
007800                WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
007810                INTO WS-REPORT-LINE
007820         PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
007830     END-IF.
007840 6100-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------
007880*    6200 - EVERY FAILED IMAGE MUST BE COVERED BY A REJECTS OR
007890*    DEADLTR ENTRY.  THE REJECT DEPTH CANNOT EXCEED THE RUN'S
007900*    FAILURES, AND THE RESIDUAL MUST BE COVERED BY THE RUN'S OWN
007910*    DEAD LETTERS (STAMPED RUN) OR FIT IN THE DEAD LETTER FILE
007920*    (UNSTAMPED RUN).  A STAMPED RUN MAY DEAD-LETTER MORE THAN
007930*    THE RESIDUAL - ENTRIES ALREADY AT THE ATTEMPT LIMIT ARE
007940*    DEAD-LETTERED WITHOUT BEING COUNTED AS IMAGES.
007950*----------------------------------------------------------------
007960 6200-CHECK-FAILURE-COVERAGE.
007970     COMPUTE WS-RUN-FAILURES =
007980         WS-RUN-IMAGE-COUNT - WS-RUN-IMAGE-SUCCESS
007990     END-COMPUTE
008000     IF WS-REJECT-DEPTH > WS-RUN-FAILURES
008010         MOVE WS-REJECT-DEPTH  TO WS-COUNT-DISPLAY
008020         MOVE WS-RUN-FAILURES  TO WS-COUNT-DISPLAY-2
008030         MOVE SPACES TO WS-REPORT-LINE
008040         STRING "EXCEPTION: REJECTS HOLDS "
008050                                    DELIMITED BY SIZE
008060                WS-COUNT-DISPLAY    DELIMITED BY SIZE
008070                " ENTRIES BUT THE RUN ONLY FAILED "
008080                                    DELIMITED BY SIZE
008090                WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
008100                INTO WS-REPORT-LINE
008110         PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
008120         GO TO 6200-EXIT
008130     END-IF
008140     COMPUTE WS-EXPECTED-DEAD =
008150         WS-RUN-FAILURES - WS-REJECT-DEPTH
008160     END-COMPUTE
008170     IF WS-RUN-STAMPED
008180         IF WS-EXPECTED-DEAD > WS-RUN-DEAD-COUNT
008190             MOVE WS-EXPECTED-DEAD  TO WS-COUNT-DISPLAY
008200             MOVE WS-RUN-DEAD-COUNT TO WS-COUNT-DISPLAY-2
008210             MOVE SPACES TO WS-REPORT-LINE
008220             STRING "EXCEPTION: "       DELIMITED BY SIZE
008230                    WS-COUNT-DISPLAY    DELIMITED BY SIZE
008240                    " FAILURES NOT COVERED - RUN DEAD-LETTERED "
008250                                        DELIMITED BY SIZE
008260                    WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
008270                    INTO WS-REPORT-LINE
008280             PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
008290         END-IF
008300         GO TO 6200-EXIT
008310     END-IF
008320     IF WS-EXPECTED-DEAD > WS-DEADLTR-DEPTH
008330         MOVE WS-EXPECTED-DEAD TO WS-COUNT-DISPLAY
008340         MOVE WS-DEADLTR-DEPTH TO WS-COUNT-DISPLAY-2
008350         MOVE SPACES TO WS-REPORT-LINE
008360         STRING "EXCEPTION: "       DELIMITED BY SIZE
008370                WS-COUNT-DISPLAY    DELIMITED BY SIZE
008380                " FAILURES UNACCOUNTED FOR - DEADLTR HOLDS "
008390                                    DELIMITED BY SIZE
008400                WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
008410                INTO WS-REPORT-LINE
008420         PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
008430     END-IF.
008440 6200-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480*    6300 - THE CALL RECORDS MUST MATCH THE STEPS RUNHIST SAYS
008490*    EXECUTED.  A STEP THAT RAN (SUCCESS OR FAILED) MUST HAVE AT
008500*    LEAST ONE CALL RECORD; A STEP THAT DID NOT RUN (SKIPPED OR
008510*    PENDING) MUST HAVE NONE.
008520*----------------------------------------------------------------
008530 6300-CHECK-STEP-CALLS.
008540     IF WS-RUN-STEP1-STATUS = "SUCCESS "
008550         OR WS-RUN-STEP1-STATUS = "FAILED  "
008560         IF WS-SNIPPET-CALLS = ZERO
008570             MOVE SPACES TO WS-REPORT-LINE
008580             STRING "EXCEPTION: STEP 1 IS "
008590                                        DELIMITED BY SIZE
008600                    WS-RUN-STEP1-STATUS DELIMITED BY SIZE
008610                    " BUT TRANLOG HAS NO SNIPPET CALL"
008620                                        DELIMITED BY SIZE
008630                    INTO WS-REPORT-LINE
008640             PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
008650         END-IF
008660     ELSE
008670         IF WS-SNIPPET-CALLS > ZERO
008680             MOVE WS-SNIPPET-CALLS TO WS-COUNT-DISPLAY
008690             MOVE SPACES TO WS-REPORT-LINE
008700             STRING "EXCEPTION: STEP 1 IS "
008710                                        DELIMITED BY SIZE
008720                    WS-RUN-STEP1-STATUS DELIMITED BY SIZE
008730                    " BUT TRANLOG HAS " DELIMITED BY SIZE
008740                    WS-COUNT-DISPLAY    DELIMITED BY SIZE
008750                    " SNIPPET CALL(S)"  DELIMITED BY SIZE
008760                    INTO WS-REPORT-LINE
008770             PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
008780         END-IF
008790     END-IF
008800     IF WS-RUN-STEP3-STATUS = "SUCCESS "
008810         OR WS-RUN-STEP3-STATUS = "FAILED  "
008820         IF WS-SERVER-CALLS = ZERO
008830             MOVE SPACES TO WS-REPORT-LINE
008840             STRING "EXCEPTION: STEP 3 IS "
008850                                        DELIMITED BY SIZE
008860                    WS-RUN-STEP3-STATUS DELIMITED BY SIZE
008870                    " BUT TRANLOG HAS NO SERVER CALL"
008880                                        DELIMITED BY SIZE
008890                    INTO WS-REPORT-LINE
008900             PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
008910         END-IF
008920     ELSE
008930         IF WS-SERVER-CALLS > ZERO
008940             MOVE WS-SERVER-CALLS TO WS-COUNT-DISPLAY
008950             MOVE SPACES TO WS-REPORT-LINE
008960             STRING "EXCEPTION: STEP 3 IS "
008970                                        DELIMITED BY SIZE
008980                    WS-RUN-STEP3-STATUS DELIMITED BY SIZE
008990                    " BUT TRANLOG HAS " DELIMITED BY SIZE
009000                    WS-COUNT-DISPLAY    DELIMITED BY SIZE
009010                    " SERVER CALL(S)"   DELIMITED BY SIZE
009020                    INTO WS-REPORT-LINE
009030             PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
009040         END-IF
009050     END-IF
009060     IF WS-RUN-STEP2-STATUS = "SKIPPED "
009070         OR WS-RUN-STEP2-STATUS = "PENDING "
009080         IF WS-CONVERT-CALLS > ZERO
009090             MOVE WS-CONVERT-CALLS TO WS-COUNT-DISPLAY
009100             MOVE SPACES TO WS-REPORT-LINE
009110             STRING "EXCEPTION: STEP 2 IS "
009120                                        DELIMITED BY SIZE
009130                    WS-RUN-STEP2-STATUS DELIMITED BY SIZE
009140                    " BUT TRANLOG HAS " DELIMITED BY SIZE
009150                    WS-COUNT-DISPLAY    DELIMITED BY SIZE
009160                    " CONVERSION CALL(S)"
009170                                        DELIMITED BY SIZE
009180                    INTO WS-REPORT-LINE
009190             PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
009200         END-IF
009210     END-IF.
009220 6300-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------
009260*    6400 - A SUMRPT FROM THE RUN MUST BE ON FILE
009270*----------------------------------------------------------------
009280 6400-CHECK-SUMRPT.
009290     IF NOT WS-SUMRPT-PRESENT
009300         MOVE "EXCEPTION: NO SUMRPT ON FILE FOR THE RUN"
009310             TO WS-REPORT-LINE
009320         PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
009330         GO TO 6400-EXIT
009340     END-IF
009350     IF WS-SUMRPT-RUN-TS = SPACES
009360         MOVE "EXCEPTION: SUMRPT HAS NO RUN DATE/TIME LINE"
009370             TO WS-REPORT-LINE
009380         PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
009390         GO TO 6400-EXIT
009400     END-IF
009410     IF WS-SUMRPT-RUN-TS < WS-RUN-START-TS
009420         MOVE SPACES TO WS-REPORT-LINE
009430         STRING "EXCEPTION: SUMRPT ON FILE IS FROM "
009440                                    DELIMITED BY SIZE
009450                WS-SUMRPT-RUN-TS    DELIMITED BY SIZE
009460                " - BEFORE THE RUN" DELIMITED BY SIZE
009470                INTO WS-REPORT-LINE
009480         PERFORM 6050-WRITE-EXCEPTION THRU 6050-EXIT
009490     END-IF.
009500 6400-EXIT.
009510     EXIT.
009520
009530 1650-BUILD-TIMESTAMP.
009540     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
009550     ACCEPT WS-TS-TIME FROM TIME
009560     STRING WS-TS-DATE   DELIMITED BY SIZE
009570            "-"          DELIMITED BY SIZE
009580            WS-TS-TIME   DELIMITED BY SIZE
009590            INTO WS-CURRENT-TIMESTAMP.
009600 1650-EXIT.
009610     EXIT.
009620
009630*================================================================
009640*    9000-FINALIZE - TOTALS, THEN CLOSE EVERYTHING
009650*================================================================
009660 9000-FINALIZE.
009670     DISPLAY "RECON: RUN REVIEWED . . . : " WS-RECON-RUN-ID
009680     DISPLAY "RECON: CONVERSION CALLS . : " WS-CONVERT-CALLS
009690     DISPLAY "RECON: REJECT DEPTH . . . : " WS-REJECT-DEPTH
009700     DISPLAY "RECON: DEAD LETTER DEPTH  : " WS-DEADLTR-DEPTH
009710     DISPLAY "RECON: RUN DEAD LETTERS . : " WS-RUN-DEAD-COUNT
009720     DISPLAY "RECON: EXCEPTIONS . . . . : " WS-EXCEPTION-COUNT
009730     IF WS-RUNHIST-AVAILABLE
009740         CLOSE RUN-HISTORY-FILE
009750     END-IF
009760     CLOSE RECON-REPORT-FILE.
009770 9000-EXIT.
009780     EXIT.
