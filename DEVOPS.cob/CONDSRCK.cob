000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONDSRCK.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CONDSRCK checks tonight's DEVOPS.DAILY.FEED against the     *
000090*  expected-source registry before CONDVAL validates it.       *
000100*  CONDRVR balances every source that shows up in the feed     *
000110*  against that source's own trailer, but a source whose whole *
000120*  delivery never arrived leaves nothing to balance, and a     *
000130*  sender who resends yesterday's file under a new generation  *
000140*  balances perfectly.  Neither was ever noticed.              *
000150*                                                              *
000160*  The registry (CONDSRG, DEVOPS.COND.SRCREG) names every      *
000170*  source we expect, the days of the week it delivers and its  *
000180*  normal range of data records.  CONDSRCK reads the feed,     *
000190*  taking each header/trailer pair as one delivery (source and *
000200*  creation date), and then reports:                           *
000210*    - MISSING      a registered source due today with no      *
000220*                   fresh delivery on the feed;                *
000230*    - DUPLICATE    a delivery whose source and creation date  *
000240*                   are already on the delivery log (CONDDLV,  *
000250*                   DEVOPS.COND.SRCLOG) from an earlier run,   *
000260*                   or appear twice on tonight's feed;         *
000270*    - VOLUME LOW/HIGH  a registered delivery outside its      *
000280*                   normal record-count range;                 *
000290*    - UNREGISTERED a source the registry does not know, and   *
000300*                   NO HEADER for records outside any header/  *
000310*                   trailer pair ("*NOHDR*", as in CONDRVR);   *
000320*    - NOT DUE      a registered source delivering on a day    *
000330*                   it is not scheduled - a note only.         *
000340*  Tonight's deliveries are then appended to the delivery log. *
000350*  A rerun on the same run date finds its own log records and  *
000360*  neither flags them as duplicates nor logs them twice.       *
000370*                                                              *
000380*  Tonight is today's date; a RUN-DATE=YYYYMMDD card on SYSIN  *
000390*  overrides it (and so the day of the week) for a late rerun. *
000400*  RC=8 with console message CSK8101E (missing) or CSK8102E    *
000410*  (duplicate) is for the scheduler to act on; RC=4 with       *
000420*  CSK8110W (volume) or CSK8111W (unregistered) is a warning;  *
000430*  a bad card or registry record RC=12; an I/O failure RC=16.  *
000440*--------------------------------------------------------------*
000450*  MODIFICATION HISTORY                                        *
000460*    10/15/2026  KR   Original program.                        *
000470*--------------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-Z15.
000520 OBJECT-COMPUTER. IBM-Z15.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT INFILE  ASSIGN TO INFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS CSK-INFILE-STATUS.
000590
000600     SELECT REGFILE ASSIGN TO REGFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS CSK-REGFILE-STATUS.
000630
000640     SELECT OPTIONAL LOGFILE ASSIGN TO LOGFILE
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS CSK-LOGFILE-STATUS.
000670
000680     SELECT RPTFILE ASSIGN TO RPTFILE
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT OPTIONAL CTLFILE ASSIGN TO SYSIN
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS CSK-CTLFILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  INFILE
000780     RECORDING MODE IS F.
000790 COPY CONDREC.
000800
000810 FD  REGFILE
000820     RECORDING MODE IS F.
000830 COPY CONDSRG.
000840
000850 FD  LOGFILE
000860     RECORDING MODE IS F.
000870 COPY CONDDLV.
000880
000890 FD  RPTFILE
000900     RECORDING MODE IS F.
000910 01  RPT-LINE                      PIC X(80).
000920
000930 FD  CTLFILE
000940     RECORDING MODE IS F.
000950 01  CSK-CONTROL-CARD              PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980*--------------------------------------------------------------*
000990*  Standalone switches and counters.                           *
001000*--------------------------------------------------------------*
001010 77  CSK-INFILE-STATUS             PIC X(02) VALUE "00".
001020 77  CSK-REGFILE-STATUS            PIC X(02) VALUE "00".
001030 77  CSK-LOGFILE-STATUS            PIC X(02) VALUE "00".
001040 77  CSK-FEED-EOF-SWITCH           PIC X(01) VALUE "N".
001050     88 CSK-FEED-END-OF-FILE           VALUE "Y".
001060 77  CSK-REG-EOF-SWITCH            PIC X(01) VALUE "N".
001070     88 CSK-REG-END-OF-FILE            VALUE "Y".
001080 77  CSK-LOG-EOF-SWITCH            PIC X(01) VALUE "N".
001090     88 CSK-LOG-END-OF-FILE            VALUE "Y".
001100 77  CSK-INPUT-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
001110 77  CSK-DATA-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
001120 77  CSK-REG-DUE-COUNT             PIC 9(07) COMP VALUE ZERO.
001130 77  CSK-LOG-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001140 77  CSK-LOG-WRITTEN-COUNT         PIC 9(07) COMP VALUE ZERO.
001150 77  CSK-MISSING-COUNT             PIC 9(07) COMP VALUE ZERO.
001160 77  CSK-DUPLICATE-COUNT           PIC 9(07) COMP VALUE ZERO.
001170 77  CSK-VOLUME-COUNT              PIC 9(07) COMP VALUE ZERO.
001180 77  CSK-UNREGISTERED-COUNT        PIC 9(07) COMP VALUE ZERO.
001190 77  CSK-NOT-DUE-COUNT             PIC 9(07) COMP VALUE ZERO.
001200 77  CSK-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
001210
001220*--------------------------------------------------------------*
001230*  Tonight's run date, where it came from, and its day of the  *
001240*  week (1 = Sunday through 7 = Saturday, the order of the     *
001250*  registry's delivery-day flags).  The day comes from the     *
001260*  same serial-day conversion CONDRAGE ages rejects with: the  *
001270*  serial day count modulo 7 is 1 on a Sunday, 0 on Saturday.  *
001280*--------------------------------------------------------------*
001290 77  CSK-RUN-DATE                  PIC 9(08) VALUE ZERO.
001300 77  CSK-RUN-DATE-SW               PIC X(01) VALUE "N".
001310     88 CSK-RUN-DATE-GIVEN             VALUE "Y".
001320 77  CSK-RUN-DATE-ORIGIN           PIC X(30) VALUE SPACES.
001330 77  CSK-RUN-DAY                   PIC 9(02) COMP VALUE ZERO.
001340 77  CSK-WORK-SERIAL               PIC 9(08) COMP VALUE ZERO.
001350 77  CSK-SERIAL-YEAR               PIC 9(08) COMP VALUE ZERO.
001360 77  CSK-SERIAL-MONTH              PIC 9(02) COMP VALUE ZERO.
001370 77  CSK-SERIAL-TERM               PIC 9(08) COMP VALUE ZERO.
001380
001390 01  CSK-WORK-DATE                 PIC 9(08) VALUE ZERO.
001400 01  CSK-WORK-DATE-R REDEFINES CSK-WORK-DATE.
001410     05 CSK-WORK-YYYY              PIC 9(04).
001420     05 CSK-WORK-MM                PIC 9(02).
001430     05 CSK-WORK-DD                PIC 9(02).
001440
001450 01  CSK-DAY-NAME-VALUES.
001460     05 FILLER                     PIC X(09) VALUE "SUNDAY".
001470     05 FILLER                     PIC X(09) VALUE "MONDAY".
001480     05 FILLER                     PIC X(09) VALUE "TUESDAY".
001490     05 FILLER                     PIC X(09) VALUE "WEDNESDAY".
001500     05 FILLER                     PIC X(09) VALUE "THURSDAY".
001510     05 FILLER                     PIC X(09) VALUE "FRIDAY".
001520     05 FILLER                     PIC X(09) VALUE "SATURDAY".
001530 01  CSK-DAY-NAME-TABLE REDEFINES CSK-DAY-NAME-VALUES.
001540     05 CSK-DAY-NAME               PIC X(09) OCCURS 7 TIMES.
001550
001560*--------------------------------------------------------------*
001570*  The registry, loaded whole.  DUE is this run day's flag;    *
001580*  SEEN is set when a fresh (not duplicate) delivery for the   *
001590*  source turns up on the feed.  A registry bigger than the    *
001600*  table aborts the run rather than checking only part of it.  *
001610*--------------------------------------------------------------*
001620 77  CSK-REG-MAX-ENTRIES           PIC 9(02) COMP VALUE 50.
001630 77  CSK-REG-ENTRY-COUNT           PIC 9(02) COMP VALUE ZERO.
001640 77  CSK-REG-SUB                   PIC 9(02) COMP VALUE ZERO.
001650 77  CSK-REG-SCAN-SUB              PIC 9(02) COMP VALUE ZERO.
001660 77  CSK-REG-FOUND-SW              PIC X(01) VALUE "N".
001670     88 CSK-REG-FOUND                  VALUE "Y".
001680 77  CSK-DAY-SUB                   PIC 9(02) COMP VALUE ZERO.
001690 77  CSK-REG-ERROR-SW              PIC X(01) VALUE "N".
001700     88 CSK-REG-ERROR                  VALUE "Y".
001710
001720 01  CSK-REGISTRY-TABLE.
001730     05 CSK-REG-ENTRY OCCURS 50 TIMES.
001740         10 CSK-REG-SOURCE-ID      PIC X(08) VALUE SPACES.
001750         10 CSK-REG-MIN-RECORDS    PIC 9(09) COMP VALUE ZERO.
001760         10 CSK-REG-MAX-RECORDS    PIC 9(09) COMP VALUE ZERO.
001770         10 CSK-REG-DUE-SW         PIC X(01) VALUE "N".
001780             88 CSK-REG-DUE            VALUE "Y".
001790         10 CSK-REG-SEEN-SW        PIC X(01) VALUE "N".
001800             88 CSK-REG-SEEN           VALUE "Y".
001810
001820*--------------------------------------------------------------*
001830*  Tonight's deliveries, one entry per source and creation     *
001840*  date, found or added as each header arrives the way         *
001850*  CONDRVR's balancing table is.  REG-SUB points at the        *
001860*  registry entry (zero when unregistered); PRIOR-RUN-DATE is  *
001870*  the earlier run that already processed the same delivery;   *
001880*  LOGGED means tonight's run date is already on the log for   *
001890*  it (a rerun).  Records outside any header/trailer pair      *
001900*  count on the "*NOHDR*" entry.                               *
001910*--------------------------------------------------------------*
001920 77  CSK-DLV-MAX-ENTRIES           PIC 9(02) COMP VALUE 20.
001930 77  CSK-DLV-ENTRY-COUNT           PIC 9(02) COMP VALUE ZERO.
001940 77  CSK-CURRENT-DLV-SUB           PIC 9(02) COMP VALUE ZERO.
001950 77  CSK-DLV-SUB                   PIC 9(02) COMP VALUE ZERO.
001960 77  CSK-DLV-SCAN-SUB              PIC 9(02) COMP VALUE ZERO.
001970 77  CSK-WORK-SOURCE-ID            PIC X(08) VALUE SPACES.
001980 77  CSK-WORK-CREATE-DATE          PIC 9(08) VALUE ZERO.
001990 77  CSK-DLV-FOUND-SW              PIC X(01) VALUE "N".
002000     88 CSK-DLV-FOUND                  VALUE "Y".
002010 77  CSK-DLV-OVERFLOW-SW           PIC X(01) VALUE "N".
002020     88 CSK-DLV-OVERFLOWED             VALUE "Y".
002030
002040 01  CSK-DELIVERY-TABLE.
002050     05 CSK-DLV-ENTRY OCCURS 20 TIMES.
002060         10 CSK-DLV-SOURCE-ID      PIC X(08) VALUE SPACES.
002070         10 CSK-DLV-CREATE-DATE    PIC 9(08) VALUE ZERO.
002080         10 CSK-DLV-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
002090         10 CSK-DLV-REG-SUB        PIC 9(02) COMP VALUE ZERO.
002100         10 CSK-DLV-PRIOR-RUN-DATE PIC 9(08) VALUE ZERO.
002110         10 CSK-DLV-REPEAT-SW      PIC X(01) VALUE "N".
002120             88 CSK-DLV-REPEATED       VALUE "Y".
002130         10 CSK-DLV-LOGGED-SW      PIC X(01) VALUE "N".
002140             88 CSK-DLV-LOGGED         VALUE "Y".
002150         10 CSK-DLV-STATUS         PIC X(12) VALUE SPACES.
002160
002170*--------------------------------------------------------------*
002180*  Run-control card handling, the same KEYWORD=VALUE cards     *
002190*  CONDRVR reads on SYSIN.  RUN-DATE is the only keyword.      *
002200*--------------------------------------------------------------*
002210 77  CSK-CTLFILE-STATUS            PIC X(02) VALUE "00".
002220 77  CSK-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
002230     88 CSK-CTL-END-OF-FILE            VALUE "Y".
002240 77  CSK-CARD-KEYWORD              PIC X(16) VALUE SPACES.
002250 77  CSK-CARD-VALUE                PIC X(16) VALUE SPACES.
002260 77  CSK-CARD-VALUE-NUM            PIC 9(08) COMP VALUE ZERO.
002270 77  CSK-VALUE-SUB                 PIC 9(02) COMP VALUE ZERO.
002280 77  CSK-VALUE-DONE-SW             PIC X(01) VALUE "N".
002290     88 CSK-VALUE-DONE                  VALUE "Y".
002300 77  CSK-CARD-ERROR-SW             PIC X(01) VALUE "N".
002310     88 CSK-CARD-ERROR                  VALUE "Y".
002320
002330 01  CSK-VALUE-CHAR-AREA.
002340     05 CSK-VALUE-CHAR             PIC X(01).
002350     05 CSK-VALUE-DIGIT REDEFINES CSK-VALUE-CHAR
002360                                   PIC 9(01).
002370
002380*--------------------------------------------------------------*
002390*  Report lines.                                               *
002400*--------------------------------------------------------------*
002410 01  CSK-DATE-LINE.
002420     05 FILLER                     PIC X(09) VALUE "RUN DATE ".
002430     05 CSK-DL-RUN-DATE            PIC 9(08).
002440     05 FILLER                     PIC X(01) VALUE SPACE.
002450     05 CSK-DL-DAY-NAME            PIC X(09).
002460     05 FILLER                     PIC X(01) VALUE SPACE.
002470     05 CSK-DL-ORIGIN              PIC X(30).
002480     05 FILLER                     PIC X(22) VALUE SPACES.
002490
002500 01  CSK-DELIVERY-HEADING.
002510     05 FILLER                     PIC X(40) VALUE
002520         "  SOURCE    CREATED       RECORDS       ".
002530     05 FILLER                     PIC X(40) VALUE
002540         "   MIN         MAX  STATUS".
002550
002560 01  CSK-DELIVERY-LINE.
002570     05 FILLER                     PIC X(02) VALUE SPACES.
002580     05 CSK-DLL-SOURCE             PIC X(08).
002590     05 FILLER                     PIC X(02) VALUE SPACES.
002600     05 CSK-DLL-CREATE-DATE        PIC 9(08).
002610     05 FILLER                     PIC X(02) VALUE SPACES.
002620     05 CSK-DLL-RECORDS            PIC ZZZ,ZZZ,ZZ9.
002630     05 FILLER                     PIC X(02) VALUE SPACES.
002640     05 CSK-DLL-RANGE.
002650         10 CSK-DLL-MIN            PIC ZZZ,ZZZ,ZZ9.
002660         10 FILLER                 PIC X(01) VALUE SPACE.
002670         10 CSK-DLL-MAX            PIC ZZZ,ZZZ,ZZ9.
002680     05 FILLER                     PIC X(02) VALUE SPACES.
002690     05 CSK-DLL-STATUS             PIC X(12).
002700     05 FILLER                     PIC X(08) VALUE SPACES.
002710
002720 01  CSK-MISSING-LINE.
002730     05 FILLER                     PIC X(02) VALUE SPACES.
002740     05 CSK-ML-SOURCE              PIC X(08).
002750     05 FILLER                     PIC X(44) VALUE
002760         "  ** MISSING - NO DELIVERY ON TONIGHT'S FEED".
002770     05 FILLER                     PIC X(26) VALUE SPACES.
002780
002790 01  CSK-REPORT-LINE.
002800     05 CSK-RL-LABEL               PIC X(30).
002810     05 CSK-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
002820
002830 PROCEDURE DIVISION.
002840*================================================================*
002850 0000-MAINLINE.
002860*================================================================*
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-PROCESS-FEED-RECORD THRU 2000-EXIT
002890         UNTIL CSK-FEED-END-OF-FILE.
002900     PERFORM 3000-CHECK-DELIVERIES THRU 3000-EXIT.
002910     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002920     MOVE CSK-RETURN-CODE TO RETURN-CODE.
002930     STOP RUN.
002940
002950*================================================================*
002960 1000-INITIALIZE.
002970*================================================================*
002980     OPEN INPUT INFILE.
002990     IF CSK-INFILE-STATUS NOT = "00"
003000         DISPLAY "CONDSRCK: INFILE OPEN FAILED, STATUS="
003010             CSK-INFILE-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     OPEN OUTPUT RPTFILE.
003060     PERFORM 1010-READ-CONTROL-CARDS THRU 1010-EXIT.
003070     IF NOT CSK-RUN-DATE-GIVEN
003080         ACCEPT CSK-RUN-DATE FROM DATE YYYYMMDD
003090         MOVE "TODAY" TO CSK-RUN-DATE-ORIGIN
003100     END-IF.
003110     MOVE CSK-RUN-DATE TO CSK-WORK-DATE.
003120     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
003130     DIVIDE CSK-WORK-SERIAL BY 7 GIVING CSK-SERIAL-TERM
003140         REMAINDER CSK-RUN-DAY.
003150     IF CSK-RUN-DAY = ZERO
003160         MOVE 7 TO CSK-RUN-DAY
003170     END-IF.
003180     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
003190     PERFORM 1100-READ-INFILE THRU 1100-EXIT.
003200 1000-EXIT.
003210     EXIT.
003220
003230*================================================================*
003240 1010-READ-CONTROL-CARDS.
003250*================================================================*
003260     OPEN INPUT CTLFILE.
003270     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
003280     PERFORM 1015-PROCESS-CONTROL-CARD THRU 1015-EXIT
003290         UNTIL CSK-CTL-END-OF-FILE.
003300     CLOSE CTLFILE.
003310 1010-EXIT.
003320     EXIT.
003330
003340*================================================================*
003350 1012-READ-CONTROL-CARD.
003360*================================================================*
003370     READ CTLFILE
003380         AT END
003390             MOVE "Y" TO CSK-CTL-EOF-SWITCH
003400     END-READ.
003410 1012-EXIT.
003420     EXIT.
003430
003440*================================================================*
003450 1015-PROCESS-CONTROL-CARD.
003460*================================================================*
003470     IF CSK-CONTROL-CARD = SPACES
003480         OR CSK-CONTROL-CARD (1:1) = "*"
003490         CONTINUE
003500     ELSE
003510         MOVE SPACES TO CSK-CARD-KEYWORD
003520         MOVE SPACES TO CSK-CARD-VALUE
003530         UNSTRING CSK-CONTROL-CARD DELIMITED BY "="
003540             INTO CSK-CARD-KEYWORD
003550                  CSK-CARD-VALUE
003560         END-UNSTRING
003570         PERFORM 1020-APPLY-CONTROL-CARD THRU 1020-EXIT
003580         IF CSK-CARD-ERROR
003590             PERFORM 1030-CONTROL-CARD-ERROR THRU 1030-EXIT
003600         END-IF
003610     END-IF.
003620     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
003630 1015-EXIT.
003640     EXIT.
003650
003660*================================================================*
003670 1018-CONVERT-CARD-VALUE.
003680*================================================================*
003690*    Left-justified unsigned digits, terminated by the first   *
003700*    space.  Anything else on the card is an error.            *
003710     MOVE "N" TO CSK-CARD-ERROR-SW.
003720     MOVE "N" TO CSK-VALUE-DONE-SW.
003730     MOVE ZERO TO CSK-CARD-VALUE-NUM.
003740     IF CSK-CARD-VALUE = SPACES
003750         MOVE "Y" TO CSK-CARD-ERROR-SW
003760     ELSE
003770         PERFORM 1019-CONVERT-VALUE-CHAR THRU 1019-EXIT
003780             VARYING CSK-VALUE-SUB FROM 1 BY 1
003790             UNTIL CSK-VALUE-SUB > 16
003800                 OR CSK-VALUE-DONE
003810                 OR CSK-CARD-ERROR
003820     END-IF.
003830 1018-EXIT.
003840     EXIT.
003850
003860*================================================================*
003870 1019-CONVERT-VALUE-CHAR.
003880*================================================================*
003890     MOVE CSK-CARD-VALUE (CSK-VALUE-SUB:1) TO CSK-VALUE-CHAR.
003900     EVALUATE TRUE
003910         WHEN CSK-VALUE-CHAR = SPACE
003920             MOVE "Y" TO CSK-VALUE-DONE-SW
003930         WHEN CSK-VALUE-DIGIT IS NUMERIC
003940             COMPUTE CSK-CARD-VALUE-NUM =
003950                 CSK-CARD-VALUE-NUM * 10 + CSK-VALUE-DIGIT
003960                 ON SIZE ERROR
003970                     MOVE "Y" TO CSK-CARD-ERROR-SW
003980             END-COMPUTE
003990         WHEN OTHER
004000             MOVE "Y" TO CSK-CARD-ERROR-SW
004010     END-EVALUATE.
004020 1019-EXIT.
004030     EXIT.
004040
004050*================================================================*
004060 1020-APPLY-CONTROL-CARD.
004070*================================================================*
004080*    RUN-DATE must be a real YYYYMMDD date - the day of the    *
004090*    week is worked out from it.                               *
004100     MOVE "N" TO CSK-CARD-ERROR-SW.
004110     EVALUATE TRUE
004120         WHEN CSK-CARD-KEYWORD = "RUN-DATE"
004130             PERFORM 1018-CONVERT-CARD-VALUE THRU 1018-EXIT
004140             IF NOT CSK-CARD-ERROR
004150                 MOVE CSK-CARD-VALUE-NUM TO CSK-WORK-DATE
004160                 IF CSK-WORK-DATE >= 19000101
004170                     AND CSK-WORK-MM >= 1 AND CSK-WORK-MM <= 12
004180                     AND CSK-WORK-DD >= 1 AND CSK-WORK-DD <= 31
004190                     MOVE CSK-WORK-DATE TO CSK-RUN-DATE
004200                     MOVE "Y" TO CSK-RUN-DATE-SW
004210                     MOVE "FROM RUN-DATE CARD"
004220                         TO CSK-RUN-DATE-ORIGIN
004230                 ELSE
004240                     MOVE "Y" TO CSK-CARD-ERROR-SW
004250                 END-IF
004260             END-IF
004270         WHEN OTHER
004280             MOVE "Y" TO CSK-CARD-ERROR-SW
004290     END-EVALUATE.
004300 1020-EXIT.
004310     EXIT.
004320
004330*================================================================*
004340 1030-CONTROL-CARD-ERROR.
004350*================================================================*
004360     MOVE "** INVALID RUN-CONTROL CARD - RUN ABORTED **"
004370         TO RPT-LINE.
004380     WRITE RPT-LINE.
004390     MOVE CSK-CONTROL-CARD TO RPT-LINE.
004400     WRITE RPT-LINE.
004410     CLOSE INFILE.
004420     CLOSE RPTFILE.
004430     CLOSE CTLFILE.
004440     MOVE 12 TO RETURN-CODE.
004450     STOP RUN.
004460 1030-EXIT.
004470     EXIT.
004480
004490*================================================================*
004500 1100-READ-INFILE.
004510*================================================================*
004520     READ INFILE
004530         AT END
004540             MOVE "Y" TO CSK-FEED-EOF-SWITCH
004550         NOT AT END
004560             ADD 1 TO CSK-INPUT-READ-COUNT
004570     END-READ.
004580 1100-EXIT.
004590     EXIT.
004600
004610*================================================================*
004620 1200-LOAD-REGISTRY.
004630*================================================================*
004640     OPEN INPUT REGFILE.
004650     IF CSK-REGFILE-STATUS NOT = "00"
004660         DISPLAY "CONDSRCK: REGFILE OPEN FAILED, STATUS="
004670             CSK-REGFILE-STATUS
004680         CLOSE INFILE
004690         CLOSE RPTFILE
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730     PERFORM 1210-READ-REGFILE THRU 1210-EXIT.
004740     PERFORM 1250-STORE-REGISTRY THRU 1250-EXIT
004750         UNTIL CSK-REG-END-OF-FILE.
004760     CLOSE REGFILE.
004770     IF CSK-REG-ENTRY-COUNT = ZERO
004780         MOVE "** REGISTRY IS EMPTY - RUN ABORTED **" TO RPT-LINE
004790         WRITE RPT-LINE
004800         CLOSE INFILE
004810         CLOSE RPTFILE
004820         MOVE 12 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850 1200-EXIT.
004860     EXIT.
004870
004880*================================================================*
004890 1210-READ-REGFILE.
004900*================================================================*
004910     READ REGFILE
004920         AT END
004930             MOVE "Y" TO CSK-REG-EOF-SWITCH
004940     END-READ.
004950 1210-EXIT.
004960     EXIT.
004970
004980*================================================================*
004990 1250-STORE-REGISTRY.
005000*================================================================*
005010*    Every delivery-day flag must be Y or N and the record     *
005020*    range must be numeric with MIN not above MAX; a source    *
005030*    may only be registered once.  A bad registry record stops *
005040*    the run - checking against half a registry would report   *
005050*    sources missing that are not.                             *
005060     IF CSG-REGISTRY-RECORD = SPACES
005070         OR CSG-SOURCE-ID (1:1) = "*"
005080         GO TO 1250-READ-NEXT
005090     END-IF.
005100     MOVE "N" TO CSK-REG-ERROR-SW.
005110     IF CSG-SOURCE-ID = SPACES
005120         OR CSG-MIN-RECORDS NOT NUMERIC
005130         OR CSG-MAX-RECORDS NOT NUMERIC
005140         MOVE "Y" TO CSK-REG-ERROR-SW
005150     ELSE
005160         IF CSG-MIN-RECORDS > CSG-MAX-RECORDS
005170             MOVE "Y" TO CSK-REG-ERROR-SW
005180         END-IF
005190     END-IF.
005200     PERFORM 1260-CHECK-DAY-FLAG THRU 1260-EXIT
005210         VARYING CSK-DAY-SUB FROM 1 BY 1
005220         UNTIL CSK-DAY-SUB > 7.
005230     IF NOT CSK-REG-ERROR
005240         MOVE "N" TO CSK-REG-FOUND-SW
005250         PERFORM 1270-SCAN-REGISTRY THRU 1270-EXIT
005260             VARYING CSK-REG-SCAN-SUB FROM 1 BY 1
005270             UNTIL CSK-REG-SCAN-SUB > CSK-REG-ENTRY-COUNT
005280                 OR CSK-REG-FOUND
005290         IF CSK-REG-FOUND
005300             MOVE "Y" TO CSK-REG-ERROR-SW
005310         END-IF
005320     END-IF.
005330     IF CSK-REG-ERROR
005340         MOVE "** INVALID REGISTRY RECORD - RUN ABORTED **"
005350             TO RPT-LINE
005360         PERFORM 1290-REGISTRY-ABORT THRU 1290-EXIT
005370     END-IF.
005380     IF CSK-REG-ENTRY-COUNT >= CSK-REG-MAX-ENTRIES
005390         MOVE "** REGISTRY EXCEEDS SOURCE TABLE - RUN ABORTED **"
005400             TO RPT-LINE
005410         PERFORM 1290-REGISTRY-ABORT THRU 1290-EXIT
005420     END-IF.
005430     ADD 1 TO CSK-REG-ENTRY-COUNT.
005440     MOVE CSK-REG-ENTRY-COUNT TO CSK-REG-SUB.
005450     MOVE CSG-SOURCE-ID TO CSK-REG-SOURCE-ID (CSK-REG-SUB).
005460     MOVE CSG-MIN-RECORDS TO CSK-REG-MIN-RECORDS (CSK-REG-SUB).
005470     MOVE CSG-MAX-RECORDS TO CSK-REG-MAX-RECORDS (CSK-REG-SUB).
005480     MOVE CSG-DAY-FLAG (CSK-RUN-DAY)
005490         TO CSK-REG-DUE-SW (CSK-REG-SUB).
005500     IF CSK-REG-DUE (CSK-REG-SUB)
005510         ADD 1 TO CSK-REG-DUE-COUNT
005520     END-IF.
005530 1250-READ-NEXT.
005540     PERFORM 1210-READ-REGFILE THRU 1210-EXIT.
005550 1250-EXIT.
005560     EXIT.
005570
005580*================================================================*
005590 1260-CHECK-DAY-FLAG.
005600*================================================================*
005610     IF NOT CSG-DAY-FLAG-VALID (CSK-DAY-SUB)
005620         MOVE "Y" TO CSK-REG-ERROR-SW
005630     END-IF.
005640 1260-EXIT.
005650     EXIT.
005660
005670*================================================================*
005680 1270-SCAN-REGISTRY.
005690*================================================================*
005700     IF CSK-REG-SOURCE-ID (CSK-REG-SCAN-SUB) = CSG-SOURCE-ID
005710         MOVE "Y" TO CSK-REG-FOUND-SW
005720     END-IF.
005730 1270-EXIT.
005740     EXIT.
005750
005760*================================================================*
005770 1290-REGISTRY-ABORT.
005780*================================================================*
005790*    RPT-LINE carries the reason; the offending record follows. *
005800     WRITE RPT-LINE.
005810     MOVE CSG-REGISTRY-RECORD TO RPT-LINE.
005820     WRITE RPT-LINE.
005830     CLOSE REGFILE.
005840     CLOSE INFILE.
005850     CLOSE RPTFILE.
005860     MOVE 12 TO RETURN-CODE.
005870     STOP RUN.
005880 1290-EXIT.
005890     EXIT.
005900
005910*================================================================*
005920 1500-DATE-TO-SERIAL.
005930*================================================================*
005940*    Convert CSK-WORK-DATE (YYYYMMDD) to the serial day count  *
005950*    in CSK-WORK-SERIAL, exactly as CONDRAGE does.  January    *
005960*    and February count as months 13 and 14 of the prior year, *
005970*    which is what keeps the leap-day arithmetic right; the    *
005980*    DIVIDEs truncate on purpose.                              *
005990     IF CSK-WORK-MM > 2
006000         MOVE CSK-WORK-YYYY TO CSK-SERIAL-YEAR
006010         COMPUTE CSK-SERIAL-MONTH = CSK-WORK-MM + 1
006020     ELSE
006030         COMPUTE CSK-SERIAL-YEAR = CSK-WORK-YYYY - 1
006040         COMPUTE CSK-SERIAL-MONTH = CSK-WORK-MM + 13
006050     END-IF.
006060     COMPUTE CSK-WORK-SERIAL =
006070         365 * CSK-SERIAL-YEAR + CSK-WORK-DD.
006080     DIVIDE CSK-SERIAL-YEAR BY 4 GIVING CSK-SERIAL-TERM.
006090     ADD CSK-SERIAL-TERM TO CSK-WORK-SERIAL.
006100     DIVIDE CSK-SERIAL-YEAR BY 100 GIVING CSK-SERIAL-TERM.
006110     SUBTRACT CSK-SERIAL-TERM FROM CSK-WORK-SERIAL.
006120     DIVIDE CSK-SERIAL-YEAR BY 400 GIVING CSK-SERIAL-TERM.
006130     ADD CSK-SERIAL-TERM TO CSK-WORK-SERIAL.
006140     COMPUTE CSK-SERIAL-TERM = 153 * CSK-SERIAL-MONTH.
006150     DIVIDE CSK-SERIAL-TERM BY 5 GIVING CSK-SERIAL-TERM.
006160     ADD CSK-SERIAL-TERM TO CSK-WORK-SERIAL.
006170 1500-EXIT.
006180     EXIT.
006190
006200*================================================================*
006210 2000-PROCESS-FEED-RECORD.
006220*================================================================*
006230     EVALUATE TRUE
006240         WHEN CDR-IS-HEADER
006250             MOVE CDR-CONTROL-SOURCE-ID TO CSK-WORK-SOURCE-ID
006260             MOVE CDR-HEADER-CREATE-DATE TO CSK-WORK-CREATE-DATE
006270             PERFORM 2310-LOCATE-DELIVERY THRU 2310-EXIT
006280             IF CSK-DLV-FOUND
006290                 MOVE "Y" TO CSK-DLV-REPEAT-SW (CSK-DLV-SUB)
006300             END-IF
006310             MOVE CSK-DLV-SUB TO CSK-CURRENT-DLV-SUB
006320         WHEN CDR-IS-TRAILER
006330             MOVE ZERO TO CSK-CURRENT-DLV-SUB
006340         WHEN OTHER
006350             PERFORM 2100-COUNT-DATA-RECORD THRU 2100-EXIT
006360     END-EVALUATE.
006370     PERFORM 1100-READ-INFILE THRU 1100-EXIT.
006380 2000-EXIT.
006390     EXIT.
006400
006410*================================================================*
006420 2100-COUNT-DATA-RECORD.
006430*================================================================*
006440     ADD 1 TO CSK-DATA-RECORD-COUNT.
006450     IF CSK-CURRENT-DLV-SUB = ZERO
006460         MOVE "*NOHDR*" TO CSK-WORK-SOURCE-ID
006470         MOVE ZERO TO CSK-WORK-CREATE-DATE
006480         PERFORM 2310-LOCATE-DELIVERY THRU 2310-EXIT
006490         MOVE CSK-DLV-SUB TO CSK-CURRENT-DLV-SUB
006500     END-IF.
006510     IF CSK-CURRENT-DLV-SUB > ZERO
006520         ADD 1 TO CSK-DLV-RECORD-COUNT (CSK-CURRENT-DLV-SUB)
006530     END-IF.
006540 2100-EXIT.
006550     EXIT.
006560
006570*================================================================*
006580 2310-LOCATE-DELIVERY.
006590*================================================================*
006600*    Find the CSK-WORK-SOURCE-ID / CSK-WORK-CREATE-DATE pair   *
006610*    in the delivery table, adding it on first sight.  FOUND   *
006620*    on a header means the same delivery is on the feed twice. *
006630*    CSK-DLV-SUB comes back ZERO only when the table is full,  *
006640*    which the report flags.                                   *
006650     MOVE "N" TO CSK-DLV-FOUND-SW.
006660     MOVE ZERO TO CSK-DLV-SUB.
006670     PERFORM 2320-SCAN-DELIVERY-TABLE THRU 2320-EXIT
006680         VARYING CSK-DLV-SCAN-SUB FROM 1 BY 1
006690         UNTIL CSK-DLV-SCAN-SUB > CSK-DLV-ENTRY-COUNT
006700             OR CSK-DLV-FOUND.
006710     IF NOT CSK-DLV-FOUND
006720         IF CSK-DLV-ENTRY-COUNT < CSK-DLV-MAX-ENTRIES
006730             ADD 1 TO CSK-DLV-ENTRY-COUNT
006740             MOVE CSK-DLV-ENTRY-COUNT TO CSK-DLV-SUB
006750             MOVE CSK-WORK-SOURCE-ID
006760                 TO CSK-DLV-SOURCE-ID (CSK-DLV-SUB)
006770             MOVE CSK-WORK-CREATE-DATE
006780                 TO CSK-DLV-CREATE-DATE (CSK-DLV-SUB)
006790         ELSE
006800             MOVE "Y" TO CSK-DLV-OVERFLOW-SW
006810         END-IF
006820     END-IF.
006830 2310-EXIT.
006840     EXIT.
006850
006860*================================================================*
006870 2320-SCAN-DELIVERY-TABLE.
006880*================================================================*
006890     IF CSK-DLV-SOURCE-ID (CSK-DLV-SCAN-SUB) = CSK-WORK-SOURCE-ID
006900         AND CSK-DLV-CREATE-DATE (CSK-DLV-SCAN-SUB) =
006910             CSK-WORK-CREATE-DATE
006920         MOVE "Y" TO CSK-DLV-FOUND-SW
006930         MOVE CSK-DLV-SCAN-SUB TO CSK-DLV-SUB
006940     END-IF.
006950 2320-EXIT.
006960     EXIT.
006970
006980*================================================================*
006990 3000-CHECK-DELIVERIES.
007000*================================================================*
007010*    The log is read first so every delivery knows whether an  *
007020*    earlier run already processed it, then each delivery is   *
007030*    judged, then the registry is swept for sources that never *
007040*    showed up, and last tonight's deliveries are logged.      *
007050     PERFORM 3100-READ-DELIVERY-LOG THRU 3100-EXIT.
007060     PERFORM 3200-JUDGE-DELIVERY THRU 3200-EXIT
007070         VARYING CSK-DLV-SUB FROM 1 BY 1
007080         UNTIL CSK-DLV-SUB > CSK-DLV-ENTRY-COUNT.
007090     PERFORM 3300-CHECK-MISSING THRU 3300-EXIT
007100         VARYING CSK-REG-SUB FROM 1 BY 1
007110         UNTIL CSK-REG-SUB > CSK-REG-ENTRY-COUNT.
007120     PERFORM 3400-WRITE-DELIVERY-LOG THRU 3400-EXIT.
007130 3000-EXIT.
007140     EXIT.
007150
007160*================================================================*
007170 3100-READ-DELIVERY-LOG.
007180*================================================================*
007190*    The log does not exist until the first run writes it, so  *
007200*    an absent log (status 05) is simply empty.                *
007210     OPEN INPUT LOGFILE.
007220     IF CSK-LOGFILE-STATUS NOT = "00"
007230         AND CSK-LOGFILE-STATUS NOT = "05"
007240         DISPLAY "CONDSRCK: LOGFILE OPEN FAILED, STATUS="
007250             CSK-LOGFILE-STATUS
007260         CLOSE INFILE
007270         CLOSE RPTFILE
007280         MOVE 16 TO RETURN-CODE
007290         STOP RUN
007300     END-IF.
007310     PERFORM 3110-READ-LOGFILE THRU 3110-EXIT.
007320     PERFORM 3120-MATCH-LOG-RECORD THRU 3120-EXIT
007330         UNTIL CSK-LOG-END-OF-FILE.
007340     CLOSE LOGFILE.
007350 3100-EXIT.
007360     EXIT.
007370
007380*================================================================*
007390 3110-READ-LOGFILE.
007400*================================================================*
007410     READ LOGFILE
007420         AT END
007430             MOVE "Y" TO CSK-LOG-EOF-SWITCH
007440         NOT AT END
007450             ADD 1 TO CSK-LOG-READ-COUNT
007460     END-READ.
007470 3110-EXIT.
007480     EXIT.
007490
007500*================================================================*
007510 3120-MATCH-LOG-RECORD.
007520*================================================================*
007530     MOVE CDV-SOURCE-ID TO CSK-WORK-SOURCE-ID.
007540     MOVE CDV-CREATE-DATE TO CSK-WORK-CREATE-DATE.
007550     MOVE "N" TO CSK-DLV-FOUND-SW.
007560     PERFORM 2320-SCAN-DELIVERY-TABLE THRU 2320-EXIT
007570         VARYING CSK-DLV-SCAN-SUB FROM 1 BY 1
007580         UNTIL CSK-DLV-SCAN-SUB > CSK-DLV-ENTRY-COUNT
007590             OR CSK-DLV-FOUND.
007600     IF CSK-DLV-FOUND
007610         IF CDV-RUN-DATE = CSK-RUN-DATE
007620             MOVE "Y" TO CSK-DLV-LOGGED-SW (CSK-DLV-SUB)
007630         ELSE
007640             MOVE CDV-RUN-DATE
007650                 TO CSK-DLV-PRIOR-RUN-DATE (CSK-DLV-SUB)
007660         END-IF
007670     END-IF.
007680     PERFORM 3110-READ-LOGFILE THRU 3110-EXIT.
007690 3120-EXIT.
007700     EXIT.
007710
007720*================================================================*
007730 3200-JUDGE-DELIVERY.
007740*================================================================*
007750*    One status per delivery, worst first: a duplicate is not  *
007760*    also judged on volume, and only a fresh delivery counts   *
007770*    as the registered source having delivered.                *
007780     MOVE CSK-DLV-SOURCE-ID (CSK-DLV-SUB) TO CSK-WORK-SOURCE-ID.
007790     MOVE "N" TO CSK-REG-FOUND-SW.
007800     MOVE ZERO TO CSK-DLV-REG-SUB (CSK-DLV-SUB).
007810     PERFORM 3210-FIND-REGISTERED-SOURCE THRU 3210-EXIT
007820         VARYING CSK-REG-SCAN-SUB FROM 1 BY 1
007830         UNTIL CSK-REG-SCAN-SUB > CSK-REG-ENTRY-COUNT
007840             OR CSK-REG-FOUND.
007850     MOVE CSK-DLV-REG-SUB (CSK-DLV-SUB) TO CSK-REG-SUB.
007860     EVALUATE TRUE
007870         WHEN CSK-WORK-SOURCE-ID = "*NOHDR*"
007880             MOVE "NO HEADER" TO CSK-DLV-STATUS (CSK-DLV-SUB)
007890             ADD 1 TO CSK-UNREGISTERED-COUNT
007900             PERFORM 3290-SET-WARNING THRU 3290-EXIT
007910         WHEN CSK-DLV-REPEATED (CSK-DLV-SUB)
007920             OR CSK-DLV-PRIOR-RUN-DATE (CSK-DLV-SUB) > ZERO
007930             MOVE "DUPLICATE" TO CSK-DLV-STATUS (CSK-DLV-SUB)
007940             ADD 1 TO CSK-DUPLICATE-COUNT
007950             MOVE 8 TO CSK-RETURN-CODE
007960*            Fixed message ID for the automation product.       *
007970             DISPLAY "CSK8102E CONDSRCK DUPLICATE DELIVERY "
007980                 CSK-WORK-SOURCE-ID UPON CONSOLE
007990         WHEN CSK-REG-SUB = ZERO
008000             MOVE "UNREGISTERED" TO CSK-DLV-STATUS (CSK-DLV-SUB)
008010             ADD 1 TO CSK-UNREGISTERED-COUNT
008020             PERFORM 3290-SET-WARNING THRU 3290-EXIT
008030*            Fixed message ID for the automation product.       *
008040             DISPLAY "CSK8111W CONDSRCK UNREGISTERED SOURCE "
008050                 CSK-WORK-SOURCE-ID UPON CONSOLE
008060         WHEN CSK-DLV-RECORD-COUNT (CSK-DLV-SUB) <
008070                 CSK-REG-MIN-RECORDS (CSK-REG-SUB)
008080             MOVE "VOLUME LOW" TO CSK-DLV-STATUS (CSK-DLV-SUB)
008090             PERFORM 3280-VOLUME-ALERT THRU 3280-EXIT
008100         WHEN CSK-DLV-RECORD-COUNT (CSK-DLV-SUB) >
008110                 CSK-REG-MAX-RECORDS (CSK-REG-SUB)
008120             MOVE "VOLUME HIGH" TO CSK-DLV-STATUS (CSK-DLV-SUB)
008130             PERFORM 3280-VOLUME-ALERT THRU 3280-EXIT
008140         WHEN NOT CSK-REG-DUE (CSK-REG-SUB)
008150             MOVE "NOT DUE" TO CSK-DLV-STATUS (CSK-DLV-SUB)
008160             ADD 1 TO CSK-NOT-DUE-COUNT
008170         WHEN OTHER
008180             MOVE "OK" TO CSK-DLV-STATUS (CSK-DLV-SUB)
008190     END-EVALUATE.
008200     IF CSK-REG-SUB > ZERO
008210         AND CSK-DLV-STATUS (CSK-DLV-SUB) NOT = "DUPLICATE"
008220         MOVE "Y" TO CSK-REG-SEEN-SW (CSK-REG-SUB)
008230     END-IF.
008240 3200-EXIT.
008250     EXIT.
008260
008270*================================================================*
008280 3210-FIND-REGISTERED-SOURCE.
008290*================================================================*
008300     IF CSK-REG-SOURCE-ID (CSK-REG-SCAN-SUB) = CSK-WORK-SOURCE-ID
008310         MOVE "Y" TO CSK-REG-FOUND-SW
008320         MOVE CSK-REG-SCAN-SUB TO CSK-DLV-REG-SUB (CSK-DLV-SUB)
008330     END-IF.
008340 3210-EXIT.
008350     EXIT.
008360
008370*================================================================*
008380 3280-VOLUME-ALERT.
008390*================================================================*
008400     ADD 1 TO CSK-VOLUME-COUNT.
008410     PERFORM 3290-SET-WARNING THRU 3290-EXIT.
008420*    Fixed message ID for the automation product to trap.       *
008430     DISPLAY "CSK8110W CONDSRCK VOLUME OUT OF RANGE "
008440         CSK-WORK-SOURCE-ID UPON CONSOLE.
008450 3280-EXIT.
008460     EXIT.
008470
008480*================================================================*
008490 3290-SET-WARNING.
008500*================================================================*
008510     IF CSK-RETURN-CODE < 4
008520         MOVE 4 TO CSK-RETURN-CODE
008530     END-IF.
008540 3290-EXIT.
008550     EXIT.
008560
008570*================================================================*
008580 3300-CHECK-MISSING.
008590*================================================================*
008600     IF CSK-REG-DUE (CSK-REG-SUB)
008610         AND NOT CSK-REG-SEEN (CSK-REG-SUB)
008620         ADD 1 TO CSK-MISSING-COUNT
008630         MOVE 8 TO CSK-RETURN-CODE
008640*        Fixed message ID for the automation product to trap.   *
008650         DISPLAY "CSK8101E CONDSRCK EXPECTED SOURCE MISSING "
008660             CSK-REG-SOURCE-ID (CSK-REG-SUB) UPON CONSOLE
008670     END-IF.
008680 3300-EXIT.
008690     EXIT.
008700
008710*================================================================*
008720 3400-WRITE-DELIVERY-LOG.
008730*================================================================*
008740     OPEN EXTEND LOGFILE.
008750     IF CSK-LOGFILE-STATUS NOT = "00"
008760         AND CSK-LOGFILE-STATUS NOT = "05"
008770         DISPLAY "CONDSRCK: LOGFILE OPEN FAILED, STATUS="
008780             CSK-LOGFILE-STATUS
008790         CLOSE INFILE
008800         CLOSE RPTFILE
008810         MOVE 16 TO RETURN-CODE
008820         STOP RUN
008830     END-IF.
008840     PERFORM 3410-LOG-DELIVERY THRU 3410-EXIT
008850         VARYING CSK-DLV-SUB FROM 1 BY 1
008860         UNTIL CSK-DLV-SUB > CSK-DLV-ENTRY-COUNT.
008870     CLOSE LOGFILE.
008880 3400-EXIT.
008890     EXIT.
008900
008910*================================================================*
008920 3410-LOG-DELIVERY.
008930*================================================================*
008940*    "*NOHDR*" records are no delivery, and a rerun has        *
008950*    already logged its deliveries under tonight's run date.   *
008960     IF CSK-DLV-SOURCE-ID (CSK-DLV-SUB) = "*NOHDR*"
008970         OR CSK-DLV-LOGGED (CSK-DLV-SUB)
008980         GO TO 3410-EXIT
008990     END-IF.
009000     MOVE SPACES TO CDV-DELIVERY-RECORD.
009010     MOVE CSK-DLV-SOURCE-ID (CSK-DLV-SUB) TO CDV-SOURCE-ID.
009020     MOVE CSK-DLV-CREATE-DATE (CSK-DLV-SUB) TO CDV-CREATE-DATE.
009030     MOVE CSK-RUN-DATE TO CDV-RUN-DATE.
009040     MOVE CSK-DLV-RECORD-COUNT (CSK-DLV-SUB) TO CDV-RECORD-COUNT.
009050     MOVE CSK-DLV-STATUS (CSK-DLV-SUB) TO CDV-STATUS.
009060     WRITE CDV-DELIVERY-RECORD.
009070     ADD 1 TO CSK-LOG-WRITTEN-COUNT.
009080 3410-EXIT.
009090     EXIT.
009100
009110*================================================================*
009120 8000-TERMINATE.
009130*================================================================*
009140     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
009150     CLOSE INFILE.
009160     CLOSE RPTFILE.
009170 8000-EXIT.
009180     EXIT.
009190
009200*================================================================*
009210 8100-WRITE-REPORT.
009220*================================================================*
009230     MOVE "CONDSRCK - EXPECTED-SOURCE DELIVERY CHECK" TO RPT-LINE.
009240     WRITE RPT-LINE.
009250     MOVE CSK-RUN-DATE TO CSK-DL-RUN-DATE.
009260     MOVE CSK-DAY-NAME (CSK-RUN-DAY) TO CSK-DL-DAY-NAME.
009270     MOVE CSK-RUN-DATE-ORIGIN TO CSK-DL-ORIGIN.
009280     MOVE CSK-DATE-LINE TO RPT-LINE.
009290     WRITE RPT-LINE.
009300     MOVE SPACES TO RPT-LINE.
009310     WRITE RPT-LINE.
009320
009330     MOVE "REGISTERED SOURCES" TO CSK-RL-LABEL.
009340     MOVE CSK-REG-ENTRY-COUNT TO CSK-RL-COUNT.
009350     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009360     MOVE "SOURCES DUE TODAY" TO CSK-RL-LABEL.
009370     MOVE CSK-REG-DUE-COUNT TO CSK-RL-COUNT.
009380     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009390     MOVE "FEED RECORDS READ" TO CSK-RL-LABEL.
009400     MOVE CSK-INPUT-READ-COUNT TO CSK-RL-COUNT.
009410     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009420     MOVE "DATA RECORDS COUNTED" TO CSK-RL-LABEL.
009430     MOVE CSK-DATA-RECORD-COUNT TO CSK-RL-COUNT.
009440     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009450     MOVE "DELIVERY LOG RECORDS READ" TO CSK-RL-LABEL.
009460     MOVE CSK-LOG-READ-COUNT TO CSK-RL-COUNT.
009470     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009480     MOVE SPACES TO RPT-LINE.
009490     WRITE RPT-LINE.
009500
009510     IF CSK-DLV-ENTRY-COUNT = ZERO
009520         MOVE "NO DELIVERIES ON TONIGHT'S FEED" TO RPT-LINE
009530         WRITE RPT-LINE
009540     ELSE
009550         MOVE "DELIVERIES ON TONIGHT'S FEED" TO RPT-LINE
009560         WRITE RPT-LINE
009570         MOVE CSK-DELIVERY-HEADING TO RPT-LINE
009580         WRITE RPT-LINE
009590         PERFORM 8150-WRITE-DELIVERY-LINE THRU 8150-EXIT
009600             VARYING CSK-DLV-SUB FROM 1 BY 1
009610             UNTIL CSK-DLV-SUB > CSK-DLV-ENTRY-COUNT
009620     END-IF.
009630     IF CSK-DLV-OVERFLOWED
009640         MOVE "** MORE DELIVERIES THAN TABLE - NOT ALL CHECKED"
009650             TO RPT-LINE
009660         WRITE RPT-LINE
009670         PERFORM 3290-SET-WARNING THRU 3290-EXIT
009680     END-IF.
009690     IF CSK-MISSING-COUNT > ZERO
009700         MOVE SPACES TO RPT-LINE
009710         WRITE RPT-LINE
009720         MOVE "SOURCES DUE TODAY WITH NO DELIVERY" TO RPT-LINE
009730         WRITE RPT-LINE
009740         PERFORM 8160-WRITE-MISSING-LINE THRU 8160-EXIT
009750             VARYING CSK-REG-SUB FROM 1 BY 1
009760             UNTIL CSK-REG-SUB > CSK-REG-ENTRY-COUNT
009770     END-IF.
009780     MOVE SPACES TO RPT-LINE.
009790     WRITE RPT-LINE.
009800
009810     MOVE "MISSING DELIVERIES" TO CSK-RL-LABEL.
009820     MOVE CSK-MISSING-COUNT TO CSK-RL-COUNT.
009830     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009840     MOVE "DUPLICATE DELIVERIES" TO CSK-RL-LABEL.
009850     MOVE CSK-DUPLICATE-COUNT TO CSK-RL-COUNT.
009860     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009870     MOVE "OUTSIDE VOLUME RANGE" TO CSK-RL-LABEL.
009880     MOVE CSK-VOLUME-COUNT TO CSK-RL-COUNT.
009890     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009900     MOVE "UNREGISTERED OR NO HEADER" TO CSK-RL-LABEL.
009910     MOVE CSK-UNREGISTERED-COUNT TO CSK-RL-COUNT.
009920     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009930     MOVE "DELIVERED ON A DAY NOT DUE" TO CSK-RL-LABEL.
009940     MOVE CSK-NOT-DUE-COUNT TO CSK-RL-COUNT.
009950     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009960     MOVE "DELIVERY LOG RECORDS WRITTEN" TO CSK-RL-LABEL.
009970     MOVE CSK-LOG-WRITTEN-COUNT TO CSK-RL-COUNT.
009980     PERFORM 8190-WRITE-COUNT-LINE THRU 8190-EXIT.
009990     MOVE SPACES TO RPT-LINE.
010000     WRITE RPT-LINE.
010010
010020     IF CSK-MISSING-COUNT = ZERO
010030         AND CSK-DUPLICATE-COUNT = ZERO
010040         MOVE "ALL EXPECTED SOURCES DELIVERED - OK" TO RPT-LINE
010050     ELSE
010060         MOVE "** MISSING OR DUPLICATE DELIVERY - SEE ABOVE **"
010070             TO RPT-LINE
010080     END-IF.
010090     WRITE RPT-LINE.
010100 8100-EXIT.
010110     EXIT.
010120
010130*================================================================*
010140 8150-WRITE-DELIVERY-LINE.
010150*================================================================*
010160     MOVE CSK-DLV-SOURCE-ID (CSK-DLV-SUB) TO CSK-DLL-SOURCE.
010170     MOVE CSK-DLV-CREATE-DATE (CSK-DLV-SUB)
010175         TO CSK-DLL-CREATE-DATE.
010180     MOVE CSK-DLV-RECORD-COUNT (CSK-DLV-SUB) TO CSK-DLL-RECORDS.
010190     MOVE CSK-DLV-REG-SUB (CSK-DLV-SUB) TO CSK-REG-SUB.
010200     IF CSK-REG-SUB = ZERO
010210         MOVE SPACES TO CSK-DLL-RANGE
010220     ELSE
010230         MOVE CSK-REG-MIN-RECORDS (CSK-REG-SUB) TO CSK-DLL-MIN
010240         MOVE CSK-REG-MAX-RECORDS (CSK-REG-SUB) TO CSK-DLL-MAX
010250     END-IF.
010260     MOVE CSK-DLV-STATUS (CSK-DLV-SUB) TO CSK-DLL-STATUS.
010270     MOVE CSK-DELIVERY-LINE TO RPT-LINE.
010280     WRITE RPT-LINE.
010290 8150-EXIT.
010300     EXIT.
010310
010320*================================================================*
010330 8160-WRITE-MISSING-LINE.
010340*================================================================*
010350     IF CSK-REG-DUE (CSK-REG-SUB)
010360         AND NOT CSK-REG-SEEN (CSK-REG-SUB)
010370         MOVE CSK-REG-SOURCE-ID (CSK-REG-SUB) TO CSK-ML-SOURCE
010380         MOVE CSK-MISSING-LINE TO RPT-LINE
010390         WRITE RPT-LINE
010400     END-IF.
010410 8160-EXIT.
010420     EXIT.
010430
010440*================================================================*
010450 8190-WRITE-COUNT-LINE.
010460*================================================================*
010470     MOVE CSK-REPORT-LINE TO RPT-LINE.
010480     WRITE RPT-LINE.
010490 8190-EXIT.
010500     EXIT.
