000010*================================================================
000020* IDENTIFICATION DIVISION.
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    OUTCHK.
000060 AUTHOR.        D. OKONKWO.
000070 INSTALLATION.  NODE.COBOL BATCH SERVICES.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130*   2026-10-15  DO   ORIGINAL VERSION - OUTPUT CATALOG CHECK.
000140*                    WALKS THE KEYED OUTPUT CATALOG (OUTCAT,
000150*                    ONE ROW PER CONVERTED OUTPUT, MAINTAINED
000160*                    BY MAIN AS ITS CONVERSION STEP VERIFIES
000170*                    EACH OUTPUT FILE) AND LISTS IN THE OUTRPT
000180*                    REPORT EVERY OUTPUT THAT IS ORPHANED (IN
000190*                    THE CATALOG BUT GONE FROM DISK) AND EVERY
000200*                    OUTPUT WHOSE SOURCE IMAGE HAS SINCE
000210*                    CHANGED IN THE PROCESSED-IMAGE MASTER
000220*                    (IMGMST CHECKSUM NO LONGER THE ONE THE
000230*                    OUTPUT WAS MADE FROM, OR NO IMGMST ROW AT
000240*                    ALL).  HONOURS THE ENVIRONMENT PROFILE
000250*                    FACILITY (ENV= PARM AGAINST ENVPROF).
000260*----------------------------------------------------------------
000270* Compile this file on its own:
000280*
000290*  $ cobc -x example/outchk.cbl
000300*
000310* Then execute the binary file:
000320*
000330*  $ ./outchk
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*----------------------------------------------------------------
000390*    ENVIRONMENT PROFILES - OPTIONAL, PER-ENVIRONMENT FILE NAME
000400*    PREFIX SELECTED BY AN ENV= PARM (ALWAYS A BARE NAME)
000410*----------------------------------------------------------------
000420     SELECT ENV-PROFILE-FILE ASSIGN TO "ENVPROF"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ENVPROF-STATUS.
000450
000460*----------------------------------------------------------------
000470*    OUTPUT CATALOG - ONE ROW PER CONVERTED OUTPUT, BY MAIN
000480*----------------------------------------------------------------
000490     SELECT OUTPUT-CATALOG-FILE ASSIGN TO DYNAMIC
000500         WS-OUTCAT-FILENAME
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS OC-OUTPUT-NAME
000540         FILE STATUS IS WS-OUTCAT-STATUS.
000550
000560*----------------------------------------------------------------
000570*    PROCESSED-IMAGE MASTER - PATH, SIZE AND CHECKSUM FROM THE
000580*    LAST SUCCESSFUL CONVERSION, MAINTAINED BY MAIN
000590*----------------------------------------------------------------
000600     SELECT IMAGE-MASTER-FILE ASSIGN TO DYNAMIC
000610         WS-IMGMST-FILENAME
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS IM-IMAGE-PATH
000650         FILE STATUS IS WS-IMGMST-STATUS.
000660
000670*----------------------------------------------------------------
000680*    EXISTENCE CHECK - OPENED/CLOSED AGAINST WHATEVER OUTPUT
000690*    NAME IS SITTING IN WS-OUTPUT-CHECK-FILENAME
000700*----------------------------------------------------------------
000710     SELECT OUTPUT-CHECK-FILE ASSIGN TO DYNAMIC
000720         WS-OUTPUT-CHECK-FILENAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-OUTPUT-CHECK-STATUS.
000750
000760*----------------------------------------------------------------
000770*    OUTPUT CATALOG CHECK REPORT
000780*----------------------------------------------------------------
000790     SELECT OUTPUT-REPORT-FILE ASSIGN TO DYNAMIC
000800         WS-OUTRPT-FILENAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-OUTRPT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ENV-PROFILE-FILE.
000870 01  ENV-PROFILE-RECORD.
000880     05  EV-ENV-NAME                 PIC X(08).
000890     05  FILLER                      PIC X(01).
000900     05  EV-PREFIX                   PIC X(20).
000910
000920 FD  OUTPUT-CATALOG-FILE.
000930 01  OUTPUT-CATALOG-RECORD.
000940     05  OC-OUTPUT-NAME              PIC X(40).
000950     05  OC-IMAGE-PATH               PIC X(80).
000960     05  OC-SOURCE-CHECKSUM          PIC 9(10).
000970     05  OC-OUTPUT-SIZE              PIC 9(10).
000980     05  OC-RUN-ID                   PIC X(16).
000990     05  OC-TIMESTAMP                PIC X(20).
001000
001010 FD  IMAGE-MASTER-FILE.
001020 01  IMAGE-MASTER-RECORD.
001030     05  IM-IMAGE-PATH               PIC X(80).
001040     05  IM-CHECKSUM                 PIC 9(10).
001050     05  IM-SIZE                     PIC 9(10).
001060     05  IM-LAST-CONVERTED           PIC X(20).
001070
001080 FD  OUTPUT-CHECK-FILE.
001090 01  OUTPUT-CHECK-RECORD             PIC X(200).
001100
001110 FD  OUTPUT-REPORT-FILE.
001120 01  OUTPUT-REPORT-RECORD            PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------
001160*    FILE STATUS FIELDS
001170*----------------------------------------------------------------
001180 01  WS-ENVPROF-STATUS               PIC X(02)  VALUE "00".
001190 01  WS-OUTCAT-STATUS                PIC X(02)  VALUE "00".
001200 01  WS-IMGMST-STATUS                PIC X(02)  VALUE "00".
001210 01  WS-OUTPUT-CHECK-STATUS          PIC X(02)  VALUE "00".
001220 01  WS-OUTRPT-STATUS                PIC X(02)  VALUE "00".
001230
001240*----------------------------------------------------------------
001250*    SWITCHES
001260*----------------------------------------------------------------
001270 77  WS-ENVPROF-EOF-SW               PIC X(01)  VALUE "N".
001280     88  WS-ENVPROF-EOF                          VALUE "Y".
001290 77  WS-ENV-FOUND-SW                 PIC X(01)  VALUE "N".
001300     88  WS-ENV-FOUND                            VALUE "Y".
001310 77  WS-OUTCAT-AVAILABLE-SW          PIC X(01)  VALUE "N".
001320     88  WS-OUTCAT-AVAILABLE                     VALUE "Y".
001330 77  WS-IMGMST-AVAILABLE-SW          PIC X(01)  VALUE "N".
001340     88  WS-IMGMST-AVAILABLE                     VALUE "Y".
001350 77  WS-OUTCAT-EOF-SW                PIC X(01)  VALUE "N".
001360     88  WS-OUTCAT-EOF                           VALUE "Y".
001370
001380*----------------------------------------------------------------
001390*    COUNTERS
001400*----------------------------------------------------------------
001410 77  WS-CATALOG-COUNT                PIC 9(05)  COMP VALUE ZERO.
001420 77  WS-ORPHAN-COUNT                 PIC 9(05)  COMP VALUE ZERO.
001430 77  WS-CHANGED-COUNT                PIC 9(05)  COMP VALUE ZERO.
001440 77  WS-UNKNOWN-COUNT                PIC 9(05)  COMP VALUE ZERO.
001450
001460*----------------------------------------------------------------
001470*    ENVIRONMENT PROFILE FIELDS AND THE QUALIFIED FILE NAMES
001480*    BUILT AT INITIALIZE TIME (BARE NAMES WITH NO ENV= PARM)
001490*----------------------------------------------------------------
001500 01  WS-ENV-NAME                     PIC X(08) VALUE SPACES.
001510 01  WS-ENV-PREFIX                   PIC X(20) VALUE SPACES.
001520 01  WS-BASE-FILENAME                PIC X(60) VALUE SPACES.
001530 01  WS-BUILT-FILENAME               PIC X(80) VALUE SPACES.
001540 01  WS-COMMAND-LINE                 PIC X(80) VALUE SPACES.
001550 01  WS-ENV-TOKEN                    PIC X(12) VALUE SPACES.
001560 01  WS-OUTCAT-FILENAME              PIC X(80) VALUE "OUTCAT".
001570 01  WS-IMGMST-FILENAME              PIC X(80) VALUE "IMGMST".
001580 01  WS-OUTRPT-FILENAME              PIC X(80) VALUE "OUTRPT".
001590 01  WS-OUTPUT-CHECK-FILENAME        PIC X(80) VALUE SPACES.
001600
001610*----------------------------------------------------------------
001620*    TIMESTAMP WORK AREA
001630*----------------------------------------------------------------
001640 01  WS-TS-DATE                      PIC 9(08) VALUE ZERO.
001650 01  WS-TS-TIME                      PIC 9(08) VALUE ZERO.
001660 01  WS-CURRENT-TIMESTAMP            PIC X(20) VALUE SPACES.
001670
001680*----------------------------------------------------------------
001690*    REPORT WORK FIELDS
001700*----------------------------------------------------------------
001710 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
001720 01  WS-FINDING                      PIC X(16) VALUE SPACES.
001730 01  WS-COUNT-DISPLAY                PIC ZZZZ9 VALUE ZERO.
001740
001750 PROCEDURE DIVISION.
001760*================================================================
001770*    0000-MAINLINE
001780*================================================================
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001810     IF WS-OUTCAT-AVAILABLE
001820         PERFORM 2000-CHECK-ONE-OUTPUT THRU 2000-EXIT
001830             UNTIL WS-OUTCAT-EOF
001840     END-IF
001850     PERFORM 9000-FINALIZE THRU 9000-EXIT
001860     STOP RUN.
001870
001880*================================================================
001890*    1000-INITIALIZE - RESOLVE THE ENVIRONMENT, OPEN THE
001900*    CATALOG AND THE MASTER, START THE REPORT
001910*================================================================
001920 1000-INITIALIZE.
001930     PERFORM 1010-RESOLVE-ENVIRONMENT THRU 1010-EXIT
001940     OPEN OUTPUT OUTPUT-REPORT-FILE
001950     PERFORM 1650-BUILD-TIMESTAMP THRU 1650-EXIT
001960     MOVE "OUTPUT CATALOG CHECK REPORT" TO WS-REPORT-LINE
001970     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
001980     MOVE ALL "-" TO WS-REPORT-LINE
001990     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
002000     MOVE SPACES TO WS-REPORT-LINE
002010     STRING "RUN DATE/TIME . . : " DELIMITED BY SIZE
002020            WS-CURRENT-TIMESTAMP   DELIMITED BY SIZE
002030            INTO WS-REPORT-LINE
002040     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
002050     MOVE SPACES TO WS-REPORT-LINE
002060     STRING "OUTPUT CATALOG  . : " DELIMITED BY SIZE
002070            WS-OUTCAT-FILENAME     DELIMITED BY SPACE
002080            INTO WS-REPORT-LINE
002090     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
002100     MOVE SPACES TO WS-REPORT-LINE
002110     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
002120     SET WS-OUTCAT-AVAILABLE TO TRUE
002130     OPEN INPUT OUTPUT-CATALOG-FILE
002140     IF WS-OUTCAT-STATUS NOT = "00"
002150         MOVE "N" TO WS-OUTCAT-AVAILABLE-SW
002160         DISPLAY "OUTCHK: OUTCAT NOT FOUND - NOTHING TO CHECK"
002170         MOVE "OUTPUT CATALOG NOT FOUND - NOTHING TO CHECK"
002180             TO WS-REPORT-LINE
002190         WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
002200         GO TO 1000-EXIT
002210     END-IF
002220     SET WS-IMGMST-AVAILABLE TO TRUE
002230     OPEN INPUT IMAGE-MASTER-FILE
002240     IF WS-IMGMST-STATUS NOT = "00"
002250         MOVE "N" TO WS-IMGMST-AVAILABLE-SW
002260         DISPLAY "OUTCHK: IMGMST NOT FOUND - SOURCE CHECK "
002270                 "SKIPPED"
002280         MOVE "IMGMST NOT FOUND - SOURCE CHECK SKIPPED"
002290             TO WS-REPORT-LINE
002300         WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
002310     END-IF
002320     MOVE SPACES TO WS-REPORT-LINE
002330     STRING "FINDING          OUTPUT NAME"
002340                                DELIMITED BY SIZE
002350            "                              SOURCE IMAGE"
002360                                DELIMITED BY SIZE
002370            INTO WS-REPORT-LINE
002380     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE.
002390 1000-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430*    1010/1020/1030/1050 - ENVIRONMENT PROFILES, AS IN MAIN.
002440*    AN ENV= PARM SELECTS A PREFIX FROM ENVPROF THAT QUALIFIES
002450*    EVERY FILE NAME; AN ENVIRONMENT WITHOUT A PROFILE ROW
002460*    STILL GETS A PREFIX OF ITS OWN NAME PLUS A DOT SO A TEST
002470*    RUN NEVER FALLS THROUGH ONTO THE PRODUCTION FILES.
002480*----------------------------------------------------------------
002490 1010-RESOLVE-ENVIRONMENT.
002500     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
002510     UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
002520         INTO WS-ENV-TOKEN
002530     END-UNSTRING
002540     IF WS-ENV-TOKEN (1:4) = "ENV="
002550         MOVE WS-ENV-TOKEN (5:8) TO WS-ENV-NAME
002560         PERFORM 1020-LOAD-ENV-PROFILE THRU 1020-EXIT
002570     END-IF
002580     MOVE "OUTCAT" TO WS-BASE-FILENAME
002590     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
002600     MOVE WS-BUILT-FILENAME TO WS-OUTCAT-FILENAME
002610     MOVE "IMGMST" TO WS-BASE-FILENAME
002620     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
002630     MOVE WS-BUILT-FILENAME TO WS-IMGMST-FILENAME
002640     MOVE "OUTRPT" TO WS-BASE-FILENAME
002650     PERFORM 1050-BUILD-ONE-FILENAME THRU 1050-EXIT
002660     MOVE WS-BUILT-FILENAME TO WS-OUTRPT-FILENAME.
002670 1010-EXIT.
002680     EXIT.
002690
002700 1020-LOAD-ENV-PROFILE.
002710     MOVE "N" TO WS-ENV-FOUND-SW
002720     MOVE "N" TO WS-ENVPROF-EOF-SW
002730     OPEN INPUT ENV-PROFILE-FILE
002740     IF WS-ENVPROF-STATUS NOT = "00"
002750         MOVE "Y" TO WS-ENVPROF-EOF-SW
002760     END-IF
002770     PERFORM 1030-READ-ONE-PROFILE THRU 1030-EXIT
002780         UNTIL WS-ENVPROF-EOF OR WS-ENV-FOUND
002790     IF WS-ENVPROF-STATUS = "00" OR WS-ENVPROF-STATUS = "10"
002800         CLOSE ENV-PROFILE-FILE
002810     END-IF
002820     IF WS-ENV-FOUND
002830         DISPLAY "OUTCHK: ENVIRONMENT " WS-ENV-NAME
002840                 " - FILE PREFIX " WS-ENV-PREFIX
002850     ELSE
002860         MOVE SPACES TO WS-ENV-PREFIX
002870         STRING WS-ENV-NAME DELIMITED BY SPACE
002880                "."         DELIMITED BY SIZE
002890                INTO WS-ENV-PREFIX
002900         DISPLAY "OUTCHK: ENVIRONMENT " WS-ENV-NAME
002910                 " NOT IN ENVPROF - USING PREFIX "
002920                 WS-ENV-PREFIX
002930     END-IF.
002940 1020-EXIT.
002950     EXIT.
002960
002970 1030-READ-ONE-PROFILE.
002980     READ ENV-PROFILE-FILE
002990         AT END
003000             MOVE "Y" TO WS-ENVPROF-EOF-SW
003010     END-READ
003020     IF WS-ENVPROF-EOF
003030         GO TO 1030-EXIT
003040     END-IF
003050     IF ENV-PROFILE-RECORD = SPACES
003060         OR EV-ENV-NAME (1:1) = "*"
003070         GO TO 1030-EXIT
003080     END-IF
003090     IF EV-ENV-NAME = WS-ENV-NAME
003100         SET WS-ENV-FOUND TO TRUE
003110         MOVE EV-PREFIX TO WS-ENV-PREFIX
003120     END-IF.
003130 1030-EXIT.
003140     EXIT.
003150
003160 1050-BUILD-ONE-FILENAME.
003170     MOVE SPACES TO WS-BUILT-FILENAME
003180     STRING WS-ENV-PREFIX    DELIMITED BY SPACE
003190            WS-BASE-FILENAME DELIMITED BY SPACE
003200            INTO WS-BUILT-FILENAME.
003210 1050-EXIT.
003220     EXIT.
003230
003240 1650-BUILD-TIMESTAMP.
003250     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
003260     ACCEPT WS-TS-TIME FROM TIME
003270     STRING WS-TS-DATE   DELIMITED BY SIZE
003280            "-"          DELIMITED BY SIZE
003290            WS-TS-TIME   DELIMITED BY SIZE
003300            INTO WS-CURRENT-TIMESTAMP.
003310 1650-EXIT.
003320     EXIT.
003330
003340*================================================================
003350*    2000-CHECK-ONE-OUTPUT - ONE CATALOG ROW.  THE OUTPUT FILE
003360*    MUST STILL BE ON DISK, AND THE SOURCE IMAGE'S IMGMST ROW
003370*    MUST STILL CARRY THE CHECKSUM THE OUTPUT WAS MADE FROM.
003380*    A ROW CAN RAISE BOTH FINDINGS.
003390*================================================================
003400 2000-CHECK-ONE-OUTPUT.
003410     READ OUTPUT-CATALOG-FILE NEXT RECORD
003420         AT END
003430             MOVE "Y" TO WS-OUTCAT-EOF-SW
003440     END-READ
003450     IF WS-OUTCAT-EOF
003460         GO TO 2000-EXIT
003470     END-IF
003480     ADD 1 TO WS-CATALOG-COUNT
003490     MOVE OC-OUTPUT-NAME TO WS-OUTPUT-CHECK-FILENAME
003500     OPEN INPUT OUTPUT-CHECK-FILE
003510     IF WS-OUTPUT-CHECK-STATUS = "00"
003520         CLOSE OUTPUT-CHECK-FILE
003530     ELSE
003540         ADD 1 TO WS-ORPHAN-COUNT
003550         MOVE "ORPHANED" TO WS-FINDING
003560         PERFORM 2100-WRITE-FINDING THRU 2100-EXIT
003570     END-IF
003580     IF NOT WS-IMGMST-AVAILABLE
003590         GO TO 2000-EXIT
003600     END-IF
003610     MOVE OC-IMAGE-PATH TO IM-IMAGE-PATH
003620     READ IMAGE-MASTER-FILE
003630         INVALID KEY
003640             ADD 1 TO WS-UNKNOWN-COUNT
003650             MOVE "SOURCE UNKNOWN" TO WS-FINDING
003660             PERFORM 2100-WRITE-FINDING THRU 2100-EXIT
003670             GO TO 2000-EXIT
003680     END-READ
003690     IF IM-CHECKSUM NOT = OC-SOURCE-CHECKSUM
003700         ADD 1 TO WS-CHANGED-COUNT
003710         MOVE "SOURCE CHANGED" TO WS-FINDING
003720         PERFORM 2100-WRITE-FINDING THRU 2100-EXIT
003730     END-IF.
003740 2000-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780*    2100 - ONE FINDING LINE: THE OUTPUT, ITS SOURCE AND THE
003790*    RUN THAT LAST WROTE IT
003800*----------------------------------------------------------------
003810 2100-WRITE-FINDING.
003820     MOVE SPACES TO WS-REPORT-LINE
003830     STRING WS-FINDING          DELIMITED BY SIZE
003840            " "                 DELIMITED BY SIZE
003850            OC-OUTPUT-NAME      DELIMITED BY SIZE
003860            " "                 DELIMITED BY SIZE
003870            OC-IMAGE-PATH (1:50) DELIMITED BY SIZE
003880            " RUN "             DELIMITED BY SIZE
003890            OC-RUN-ID           DELIMITED BY SIZE
003900            INTO WS-REPORT-LINE
003910     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE.
003920 2100-EXIT.
003930     EXIT.
003940
003950*================================================================
003960*    9000-FINALIZE - TOTALS ON THE REPORT AND THE CONSOLE
003970*================================================================
003980 9000-FINALIZE.
003990     MOVE SPACES TO WS-REPORT-LINE
004000     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
004010     MOVE WS-CATALOG-COUNT TO WS-COUNT-DISPLAY
004020     MOVE SPACES TO WS-REPORT-LINE
004030     STRING "CATALOG ENTRIES CHECKED . : " DELIMITED BY SIZE
004040            WS-COUNT-DISPLAY               DELIMITED BY SIZE
004050            INTO WS-REPORT-LINE
004060     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
004070     MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
004080     MOVE SPACES TO WS-REPORT-LINE
004090     STRING "ORPHANED OUTPUTS  . . . . : " DELIMITED BY SIZE
004100            WS-COUNT-DISPLAY               DELIMITED BY SIZE
004110            INTO WS-REPORT-LINE
004120     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
004130     MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY
004140     MOVE SPACES TO WS-REPORT-LINE
004150     STRING "SOURCE CHANGED  . . . . . : " DELIMITED BY SIZE
004160            WS-COUNT-DISPLAY               DELIMITED BY SIZE
004170            INTO WS-REPORT-LINE
004180     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
004190     MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY
004200     MOVE SPACES TO WS-REPORT-LINE
004210     STRING "SOURCE NOT IN IMGMST  . . : " DELIMITED BY SIZE
004220            WS-COUNT-DISPLAY               DELIMITED BY SIZE
004230            INTO WS-REPORT-LINE
004240     WRITE OUTPUT-REPORT-RECORD FROM WS-REPORT-LINE
004250     IF WS-OUTCAT-AVAILABLE
004260         CLOSE OUTPUT-CATALOG-FILE
004270     END-IF
004280     IF WS-IMGMST-AVAILABLE
004290         CLOSE IMAGE-MASTER-FILE
004300     END-IF
004310     CLOSE OUTPUT-REPORT-FILE
004320     DISPLAY "OUTCHK: CATALOG ENTRIES . : " WS-CATALOG-COUNT
004330     DISPLAY "OUTCHK: ORPHANED  . . . . : " WS-ORPHAN-COUNT
004340     DISPLAY "OUTCHK: SOURCE CHANGED  . : " WS-CHANGED-COUNT
004350     DISPLAY "OUTCHK: SOURCE NOT IN IMGMST: " WS-UNKNOWN-COUNT.
004360 9000-EXIT.
004370     EXIT.
