000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONDRTN.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CONDRTN splits one night's rejects into a return file per   *
000090*  upstream sender.  The INVC, CHKD and ORPH rejects only ever *
000100*  reached our own data-entry worklist, so the senders never   *
000110*  learned they were sending us bad data and the same keys     *
000120*  kept coming back.  Every reject CONDRVR and CONDXREF write  *
000130*  now names its source (CDJ-SOURCE-ID); CONDRTN reads the     *
000140*  sorted reject file and writes each of tonight's INVC, CHKD, *
000150*  ORPH and CLSD rejects to the sender's return file (CONDRTF): *
000160*  key, field type, position, offending character, reason     *
000170*  code and run date, between a header and a trailer carrying *
000180*  the row count and the hash total of the numeric keys.      *
000190*                                                              *
000200*  The senders that get a file are named on SYSIN, one         *
000210*  RETURNnn=source-id card per sender, nn (01-10) naming the   *
000220*  RETFILnn DD the file goes to - the same ten sources the     *
000230*  CONDRVR source table holds.  A sender with no rejects       *
000240*  tonight still gets a header and a zero trailer.  Tonight is *
000250*  the run date on the last of CONDRVR's run-status records    *
000255*  (CONDSTA - one is appended every night).  A                 *
000260*  RUN-DATE=YYYYMMDD card overrides it.  Rejects from earlier  *
000270*  nights are the backlog and were sent the night they were    *
000280*  made; BADF and NOMR are our own correction failures and    *
000290*  are never sent.                                             *
000300*                                                              *
000310*  The transmittal report lists what went to which sender.    *
000320*  A returnable reject whose source has no RETURNnn card is    *
000330*  listed by source and sets RC=4; counts that do not balance  *
000340*  set RC=8; a bad card RC=12; a return file that will not     *
000350*  open RC=16.                                                 *
000360*--------------------------------------------------------------*
000370*  MODIFICATION HISTORY                                        *
000380*    10/15/2026  KR   Original program.                        *
000382*    10/15/2026  KR   CLSD rejects (feed record for a closed    *
000384*                     customer) are returned to the sender.     *
000386*    10/15/2026  KR   Run date is the LAST record on the        *
000388*                     RUNSTAT history, not the first.           *
000390*--------------------------------------------------------------*
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-Z15.
000440 OBJECT-COMPUTER. IBM-Z15.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT REJFILE ASSIGN TO REJFILE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS CRT-REJFILE-STATUS.
000510
000520     SELECT OPTIONAL STSFILE ASSIGN TO STSFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS CRT-STSFILE-STATUS.
000550
000560     SELECT RETFIL01 ASSIGN TO RETFIL01
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS CRT-RETFILE-STATUS.
000590     SELECT RETFIL02 ASSIGN TO RETFIL02
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CRT-RETFILE-STATUS.
000620     SELECT RETFIL03 ASSIGN TO RETFIL03
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS CRT-RETFILE-STATUS.
000650     SELECT RETFIL04 ASSIGN TO RETFIL04
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CRT-RETFILE-STATUS.
000680     SELECT RETFIL05 ASSIGN TO RETFIL05
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS CRT-RETFILE-STATUS.
000710     SELECT RETFIL06 ASSIGN TO RETFIL06
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS CRT-RETFILE-STATUS.
000740     SELECT RETFIL07 ASSIGN TO RETFIL07
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS CRT-RETFILE-STATUS.
000770     SELECT RETFIL08 ASSIGN TO RETFIL08
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS CRT-RETFILE-STATUS.
000800     SELECT RETFIL09 ASSIGN TO RETFIL09
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS CRT-RETFILE-STATUS.
000830     SELECT RETFIL10 ASSIGN TO RETFIL10
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS CRT-RETFILE-STATUS.
000860
000870     SELECT RPTFILE ASSIGN TO RPTFILE
000880         ORGANIZATION IS SEQUENTIAL.
000890
000900     SELECT OPTIONAL CTLFILE ASSIGN TO SYSIN
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS CRT-CTLFILE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  REJFILE
000970     RECORDING MODE IS F.
000980 COPY CONDREJ.
000990
001000 FD  STSFILE
001010     RECORDING MODE IS F.
001020 COPY CONDSTA.
001030
001040 FD  RETFIL01
001050     RECORDING MODE IS F.
001060 01  RET01-RECORD                  PIC X(80).
001070 FD  RETFIL02
001080     RECORDING MODE IS F.
001090 01  RET02-RECORD                  PIC X(80).
001100 FD  RETFIL03
001110     RECORDING MODE IS F.
001120 01  RET03-RECORD                  PIC X(80).
001130 FD  RETFIL04
001140     RECORDING MODE IS F.
001150 01  RET04-RECORD                  PIC X(80).
001160 FD  RETFIL05
001170     RECORDING MODE IS F.
001180 01  RET05-RECORD                  PIC X(80).
001190 FD  RETFIL06
001200     RECORDING MODE IS F.
001210 01  RET06-RECORD                  PIC X(80).
001220 FD  RETFIL07
001230     RECORDING MODE IS F.
001240 01  RET07-RECORD                  PIC X(80).
001250 FD  RETFIL08
001260     RECORDING MODE IS F.
001270 01  RET08-RECORD                  PIC X(80).
001280 FD  RETFIL09
001290     RECORDING MODE IS F.
001300 01  RET09-RECORD                  PIC X(80).
001310 FD  RETFIL10
001320     RECORDING MODE IS F.
001330 01  RET10-RECORD                  PIC X(80).
001340
001350 FD  RPTFILE
001360     RECORDING MODE IS F.
001370 01  RPT-LINE                      PIC X(80).
001380
001390 FD  CTLFILE
001400     RECORDING MODE IS F.
001410 01  CRT-CONTROL-CARD              PIC X(80).
001420
001430 WORKING-STORAGE SECTION.
001440*--------------------------------------------------------------*
001450*  Standalone switches and counters.                           *
001460*--------------------------------------------------------------*
001470 77  CRT-REJFILE-STATUS            PIC X(02) VALUE "00".
001480 77  CRT-STSFILE-STATUS            PIC X(02) VALUE "00".
001490 77  CRT-RETFILE-STATUS            PIC X(02) VALUE "00".
001500 77  CRT-REJ-EOF-SWITCH            PIC X(01) VALUE "N".
001510     88 CRT-REJ-END-OF-FILE            VALUE "Y".
001515 77  CRT-STS-EOF-SWITCH            PIC X(01) VALUE "N".
001520 77  CRT-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
001530 77  CRT-BACKLOG-COUNT             PIC 9(07) COMP VALUE ZERO.
001540 77  CRT-INTERNAL-COUNT            PIC 9(07) COMP VALUE ZERO.
001550 77  CRT-TONIGHT-COUNT             PIC 9(07) COMP VALUE ZERO.
001560 77  CRT-RETURNED-COUNT            PIC 9(07) COMP VALUE ZERO.
001570 77  CRT-UNROUTED-COUNT            PIC 9(07) COMP VALUE ZERO.
001580 77  CRT-BALANCE-COUNT             PIC 9(07) COMP VALUE ZERO.
001590 77  CRT-SLOTS-ASSIGNED            PIC 9(02) COMP VALUE ZERO.
001600 77  CRT-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
001610
001620*--------------------------------------------------------------*
001630*  Tonight's run date and where it came from.  A reject is     *
001640*  tonight's if it was made on or after the run date: the     *
001650*  XREF step can cross midnight after VALIDATE has taken its   *
001660*  date, and nothing later than tonight is on the file yet.    *
001670*--------------------------------------------------------------*
001680 77  CRT-RUN-DATE                  PIC 9(08) VALUE ZERO.
001690 77  CRT-RUN-DATE-SW               PIC X(01) VALUE "N".
001700     88 CRT-RUN-DATE-GIVEN             VALUE "Y".
001710 77  CRT-RUN-DATE-ORIGIN           PIC X(30) VALUE SPACES.
001720
001730*--------------------------------------------------------------*
001740*  Return-file slots, one per RETFILnn DD.  A slot with no     *
001750*  RETURNnn card is never opened, so its DD may be left out    *
001760*  of the job.  The record count and hash total are this run's *
001770*  detail rows only; they go out on the trailer.               *
001780*--------------------------------------------------------------*
001790 77  CRT-SLOT-MAX-ENTRIES          PIC 9(02) COMP VALUE 10.
001800 77  CRT-SLOT-SUB                  PIC 9(02) COMP VALUE ZERO.
001810 77  CRT-SLOT-SCAN-SUB             PIC 9(02) COMP VALUE ZERO.
001820 77  CRT-SLOT-FOUND-SW             PIC X(01) VALUE "N".
001830     88 CRT-SLOT-FOUND                 VALUE "Y".
001840 77  CRT-SLOT-TOTAL                PIC 9(07) COMP VALUE ZERO.
001850
001860 01  CRT-SLOT-TABLE.
001870     05 CRT-SLOT-ENTRY OCCURS 10 TIMES.
001880         10 CRT-SLOT-SOURCE-ID     PIC X(08) VALUE SPACES.
001890         10 CRT-SLOT-OPEN-SW       PIC X(01) VALUE "N".
001900             88 CRT-SLOT-OPEN          VALUE "Y".
001910         10 CRT-SLOT-COUNT         PIC 9(09) COMP VALUE ZERO.
001920         10 CRT-SLOT-HASH          PIC 9(16) COMP-3 VALUE ZERO.
001930
001940*--------------------------------------------------------------*
001950*  Sources with returnable rejects tonight but no RETURNnn     *
001960*  card, tallied for the transmittal report.  Spaces are       *
001970*  rejects CONDRVR could not tie to a source (its own table    *
001980*  full).  Past ten such sources the rest share the overflow   *
001990*  count.                                                      *
002000*--------------------------------------------------------------*
002010 77  CRT-UNR-MAX-ENTRIES           PIC 9(02) COMP VALUE 10.
002020 77  CRT-UNR-ENTRY-COUNT           PIC 9(02) COMP VALUE ZERO.
002030 77  CRT-UNR-SUB                   PIC 9(02) COMP VALUE ZERO.
002040 77  CRT-UNR-FOUND-SW              PIC X(01) VALUE "N".
002050     88 CRT-UNR-FOUND                  VALUE "Y".
002060 77  CRT-UNR-OVERFLOW-COUNT        PIC 9(07) COMP VALUE ZERO.
002070
002080 01  CRT-UNROUTED-TABLE.
002090     05 CRT-UNR-ENTRY OCCURS 10 TIMES.
002100         10 CRT-UNR-SOURCE-ID      PIC X(08) VALUE SPACES.
002110         10 CRT-UNR-COUNT          PIC 9(07) COMP VALUE ZERO.
002120
002130*--------------------------------------------------------------*
002140*  The return records are built here and written FROM the     *
002150*  slot's own FD record.                                       *
002160*--------------------------------------------------------------*
002170 COPY CONDRTF.
002180 01  CRT-OUT-RECORD                PIC X(80) VALUE SPACES.
002190
002200*--------------------------------------------------------------*
002210*  Run-control card handling, the same KEYWORD=VALUE cards     *
002220*  CONDRVR reads on SYSIN.  RETURNnn keeps its value as text;  *
002230*  RUN-DATE goes through the numeric converter.  A bad card    *
002240*  aborts the run before any return file is opened.            *
002250*--------------------------------------------------------------*
002260 77  CRT-CTLFILE-STATUS            PIC X(02) VALUE "00".
002270 77  CRT-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
002280     88 CRT-CTL-END-OF-FILE            VALUE "Y".
002290 77  CRT-CARD-KEYWORD              PIC X(16) VALUE SPACES.
002300 77  CRT-CARD-VALUE                PIC X(16) VALUE SPACES.
002310 77  CRT-CARD-VALUE-NUM            PIC 9(08) COMP VALUE ZERO.
002320 77  CRT-VALUE-SUB                 PIC 9(02) COMP VALUE ZERO.
002330 77  CRT-VALUE-DONE-SW             PIC X(01) VALUE "N".
002340     88 CRT-VALUE-DONE                  VALUE "Y".
002350 77  CRT-CARD-ERROR-SW             PIC X(01) VALUE "N".
002360     88 CRT-CARD-ERROR                  VALUE "Y".
002370 77  CRT-CARD-SLOT                 PIC 9(02) VALUE ZERO.
002380
002390 01  CRT-VALUE-CHAR-AREA.
002400     05 CRT-VALUE-CHAR             PIC X(01).
002410     05 CRT-VALUE-DIGIT REDEFINES CRT-VALUE-CHAR
002420                                   PIC 9(01).
002430
002440*--------------------------------------------------------------*
002450*  Report lines.                                               *
002460*--------------------------------------------------------------*
002470 01  CRT-DATE-LINE.
002480     05 FILLER                     PIC X(21) VALUE
002490         "REJECTS FOR RUN DATE ".
002500     05 CRT-DL-RUN-DATE            PIC 9(08).
002510     05 FILLER                     PIC X(01) VALUE SPACE.
002520     05 CRT-DL-ORIGIN              PIC X(30).
002530     05 FILLER                     PIC X(20) VALUE SPACES.
002540
002550 01  CRT-FILE-HEADING.
002560     05 FILLER                     PIC X(51) VALUE
002570         "  FILE      SOURCE        RECORDS        HASH TOTAL".
002580     05 FILLER                     PIC X(29) VALUE SPACES.
002590
002600 01  CRT-FILE-LINE.
002610     05 FILLER                     PIC X(02) VALUE SPACES.
002620     05 CRT-FL-DDNAME              PIC X(08).
002630     05 FILLER                     PIC X(02) VALUE SPACES.
002640     05 CRT-FL-SOURCE              PIC X(08).
002650     05 FILLER                     PIC X(02) VALUE SPACES.
002660     05 CRT-FL-RECORDS             PIC ZZZ,ZZZ,ZZ9.
002670     05 FILLER                     PIC X(02) VALUE SPACES.
002680     05 CRT-FL-HASH                PIC Z(15)9.
002690     05 FILLER                     PIC X(29) VALUE SPACES.
002700
002710 01  CRT-DDNAME-WORK.
002720     05 FILLER                     PIC X(06) VALUE "RETFIL".
002730     05 CRT-DW-SLOT                PIC 9(02).
002740
002750 01  CRT-UNROUTED-LINE.
002760     05 FILLER                     PIC X(26) VALUE
002770         "  NO RETURN FILE - SOURCE ".
002780     05 CRT-UL-SOURCE              PIC X(08).
002790     05 FILLER                     PIC X(01) VALUE SPACE.
002800     05 CRT-UL-COUNT               PIC ZZZ,ZZZ,ZZ9.
002810     05 FILLER                     PIC X(34) VALUE SPACES.
002820
002830 01  CRT-REPORT-LINE.
002840     05 CRT-RL-LABEL               PIC X(30).
002850     05 CRT-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
002860
002870 PROCEDURE DIVISION.
002880*================================================================*
002890 0000-MAINLINE.
002900*================================================================*
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002920     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
002930         UNTIL CRT-REJ-END-OF-FILE.
002940     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002950     MOVE CRT-RETURN-CODE TO RETURN-CODE.
002960     STOP RUN.
002970
002980*================================================================*
002990 1000-INITIALIZE.
003000*================================================================*
003010     OPEN INPUT REJFILE.
003020     IF CRT-REJFILE-STATUS NOT = "00"
003030         DISPLAY "CONDRTN: REJFILE OPEN FAILED, STATUS="
003040             CRT-REJFILE-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     OPEN OUTPUT RPTFILE.
003090     PERFORM 1010-READ-CONTROL-CARDS THRU 1010-EXIT.
003100     IF NOT CRT-RUN-DATE-GIVEN
003110         PERFORM 1100-READ-RUN-STATUS THRU 1100-EXIT
003120     END-IF.
003130     PERFORM 1200-OPEN-RETURN-FILE THRU 1200-EXIT
003140         VARYING CRT-SLOT-SUB FROM 1 BY 1
003150         UNTIL CRT-SLOT-SUB > CRT-SLOT-MAX-ENTRIES.
003160     PERFORM 1300-READ-REJFILE THRU 1300-EXIT.
003170 1000-EXIT.
003180     EXIT.
003190
003200*================================================================*
003210 1010-READ-CONTROL-CARDS.
003220*================================================================*
003230     OPEN INPUT CTLFILE.
003240     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
003250     PERFORM 1015-PROCESS-CONTROL-CARD THRU 1015-EXIT
003260         UNTIL CRT-CTL-END-OF-FILE.
003270     CLOSE CTLFILE.
003280     MOVE ZERO TO CRT-SLOTS-ASSIGNED.
003290     PERFORM 1025-COUNT-SLOT THRU 1025-EXIT
003300         VARYING CRT-SLOT-SUB FROM 1 BY 1
003310         UNTIL CRT-SLOT-SUB > CRT-SLOT-MAX-ENTRIES.
003320     IF CRT-SLOTS-ASSIGNED = ZERO
003330         MOVE "** NO RETURN CARDS - RUN ABORTED **" TO RPT-LINE
003340         WRITE RPT-LINE
003350         CLOSE REJFILE
003360         CLOSE RPTFILE
003370         MOVE 12 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400 1010-EXIT.
003410     EXIT.
003420
003430*================================================================*
003440 1012-READ-CONTROL-CARD.
003450*================================================================*
003460     READ CTLFILE
003470         AT END
003480             MOVE "Y" TO CRT-CTL-EOF-SWITCH
003490     END-READ.
003500 1012-EXIT.
003510     EXIT.
003520
003530*================================================================*
003540 1015-PROCESS-CONTROL-CARD.
003550*================================================================*
003560     IF CRT-CONTROL-CARD = SPACES
003570         OR CRT-CONTROL-CARD (1:1) = "*"
003580         CONTINUE
003590     ELSE
003600         MOVE SPACES TO CRT-CARD-KEYWORD
003610         MOVE SPACES TO CRT-CARD-VALUE
003620         UNSTRING CRT-CONTROL-CARD DELIMITED BY "="
003630             INTO CRT-CARD-KEYWORD
003640                  CRT-CARD-VALUE
003650         END-UNSTRING
003660         PERFORM 1020-APPLY-CONTROL-CARD THRU 1020-EXIT
003670         IF CRT-CARD-ERROR
003680             PERFORM 1030-CONTROL-CARD-ERROR THRU 1030-EXIT
003690         END-IF
003700     END-IF.
003710     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
003720 1015-EXIT.
003730     EXIT.
003740
003750*================================================================*
003760 1018-CONVERT-CARD-VALUE.
003770*================================================================*
003780*    Left-justified unsigned digits, terminated by the first   *
003790*    space.  Anything else on the card is an error.            *
003800     MOVE "N" TO CRT-CARD-ERROR-SW.
003810     MOVE "N" TO CRT-VALUE-DONE-SW.
003820     MOVE ZERO TO CRT-CARD-VALUE-NUM.
003830     IF CRT-CARD-VALUE = SPACES
003840         MOVE "Y" TO CRT-CARD-ERROR-SW
003850     ELSE
003860         PERFORM 1019-CONVERT-VALUE-CHAR THRU 1019-EXIT
003870             VARYING CRT-VALUE-SUB FROM 1 BY 1
003880             UNTIL CRT-VALUE-SUB > 16
003890                 OR CRT-VALUE-DONE
003900                 OR CRT-CARD-ERROR
003910     END-IF.
003920 1018-EXIT.
003930     EXIT.
003940
003950*================================================================*
003960 1019-CONVERT-VALUE-CHAR.
003970*================================================================*
003980     MOVE CRT-CARD-VALUE (CRT-VALUE-SUB:1) TO CRT-VALUE-CHAR.
003990     EVALUATE TRUE
004000         WHEN CRT-VALUE-CHAR = SPACE
004010             MOVE "Y" TO CRT-VALUE-DONE-SW
004020         WHEN CRT-VALUE-DIGIT IS NUMERIC
004030             COMPUTE CRT-CARD-VALUE-NUM =
004040                 CRT-CARD-VALUE-NUM * 10 + CRT-VALUE-DIGIT
004050                 ON SIZE ERROR
004060                     MOVE "Y" TO CRT-CARD-ERROR-SW
004070             END-COMPUTE
004080         WHEN OTHER
004090             MOVE "Y" TO CRT-CARD-ERROR-SW
004100     END-EVALUATE.
004110 1019-EXIT.
004120     EXIT.
004130
004140*================================================================*
004150 1020-APPLY-CONTROL-CARD.
004160*================================================================*
004170*    RETURNnn takes a slot 01-10 and a source ID of at most    *
004180*    eight characters; a slot or a source may only be named    *
004190*    once.  RUN-DATE must be a full YYYYMMDD value.            *
004200     MOVE "N" TO CRT-CARD-ERROR-SW.
004210     EVALUATE TRUE
004220         WHEN CRT-CARD-KEYWORD = "RUN-DATE"
004230             PERFORM 1018-CONVERT-CARD-VALUE THRU 1018-EXIT
004240             IF NOT CRT-CARD-ERROR
004250                 IF CRT-CARD-VALUE-NUM >= 19000101
004260                     AND CRT-CARD-VALUE-NUM <= 99991231
004270                     MOVE CRT-CARD-VALUE-NUM TO CRT-RUN-DATE
004280                     MOVE "Y" TO CRT-RUN-DATE-SW
004290                     MOVE "FROM RUN-DATE CARD"
004300                         TO CRT-RUN-DATE-ORIGIN
004310                 ELSE
004320                     MOVE "Y" TO CRT-CARD-ERROR-SW
004330                 END-IF
004340             END-IF
004350         WHEN CRT-CARD-KEYWORD (1:6) = "RETURN"
004360             AND CRT-CARD-KEYWORD (7:2) IS NUMERIC
004370             AND CRT-CARD-KEYWORD (9:8) = SPACES
004380             MOVE CRT-CARD-KEYWORD (7:2) TO CRT-CARD-SLOT
004390             PERFORM 1022-ASSIGN-SLOT THRU 1022-EXIT
004400         WHEN OTHER
004410             MOVE "Y" TO CRT-CARD-ERROR-SW
004420     END-EVALUATE.
004430 1020-EXIT.
004440     EXIT.
004450
004460*================================================================*
004470 1022-ASSIGN-SLOT.
004480*================================================================*
004490     IF CRT-CARD-SLOT < 1
004500         OR CRT-CARD-SLOT > CRT-SLOT-MAX-ENTRIES
004510         OR CRT-CARD-VALUE = SPACES
004520         OR CRT-CARD-VALUE (9:8) NOT = SPACES
004530         MOVE "Y" TO CRT-CARD-ERROR-SW
004540         GO TO 1022-EXIT
004550     END-IF.
004560     IF CRT-SLOT-SOURCE-ID (CRT-CARD-SLOT) NOT = SPACES
004570         MOVE "Y" TO CRT-CARD-ERROR-SW
004580         GO TO 1022-EXIT
004590     END-IF.
004600     MOVE "N" TO CRT-SLOT-FOUND-SW.
004610     PERFORM 1023-SCAN-SLOT-SOURCE THRU 1023-EXIT
004620         VARYING CRT-SLOT-SCAN-SUB FROM 1 BY 1
004630         UNTIL CRT-SLOT-SCAN-SUB > CRT-SLOT-MAX-ENTRIES
004640             OR CRT-SLOT-FOUND.
004650     IF CRT-SLOT-FOUND
004660         MOVE "Y" TO CRT-CARD-ERROR-SW
004670         GO TO 1022-EXIT
004680     END-IF.
004690     MOVE CRT-CARD-VALUE (1:8)
004700         TO CRT-SLOT-SOURCE-ID (CRT-CARD-SLOT).
004710 1022-EXIT.
004720     EXIT.
004730
004740*================================================================*
004750 1023-SCAN-SLOT-SOURCE.
004760*================================================================*
004770     IF CRT-SLOT-SOURCE-ID (CRT-SLOT-SCAN-SUB) =
004780             CRT-CARD-VALUE (1:8)
004790         MOVE "Y" TO CRT-SLOT-FOUND-SW
004800     END-IF.
004810 1023-EXIT.
004820     EXIT.
004830
004840*================================================================*
004850 1025-COUNT-SLOT.
004860*================================================================*
004870     IF CRT-SLOT-SOURCE-ID (CRT-SLOT-SUB) NOT = SPACES
004880         ADD 1 TO CRT-SLOTS-ASSIGNED
004890     END-IF.
004900 1025-EXIT.
004910     EXIT.
004920
004930*================================================================*
004940 1030-CONTROL-CARD-ERROR.
004950*================================================================*
004960     MOVE "** INVALID RUN-CONTROL CARD - RUN ABORTED **"
004970         TO RPT-LINE.
004980     WRITE RPT-LINE.
004990     MOVE CRT-CONTROL-CARD TO RPT-LINE.
005000     WRITE RPT-LINE.
005010     CLOSE REJFILE.
005020     CLOSE RPTFILE.
005030     CLOSE CTLFILE.
005040     MOVE 12 TO RETURN-CODE.
005050     STOP RUN.
005060 1030-EXIT.
005070     EXIT.
005080
005090*================================================================*
005100 1100-READ-RUN-STATUS.
005110*================================================================*
005120*    STSFILE rides DISP=MOD, so CONDRVR's OPEN OUTPUT appends  *
005130*    a record every night and the LAST valid one on file is    *
005140*    tonight's run.  Without one the run falls back to today's *
005145*    date and says so on the report.                           *
005150     OPEN INPUT STSFILE.
005160     IF CRT-STSFILE-STATUS = "00"
005170         PERFORM 1150-READ-STATUS-RECORD THRU 1150-EXIT
005180             UNTIL CRT-STS-EOF-SWITCH = "Y"
005210     END-IF.
005215     CLOSE STSFILE.
005220     IF CRT-RUN-DATE > ZERO
005260         MOVE "FROM CONDRVR RUN STATUS"
005270             TO CRT-RUN-DATE-ORIGIN
005280     ELSE
005290         ACCEPT CRT-RUN-DATE FROM DATE YYYYMMDD
005300         MOVE "TODAY - NO RUN STATUS RECORD"
005310             TO CRT-RUN-DATE-ORIGIN
005320     END-IF.
005340 1100-EXIT.
005350     EXIT.
005352
005353*================================================================*
005354 1150-READ-STATUS-RECORD.
005355*================================================================*
005356     READ STSFILE
005357         AT END
005358             MOVE "Y" TO CRT-STS-EOF-SWITCH
005359         NOT AT END
005360             IF CST-RUN-DATE IS NUMERIC
005361                 AND CST-RUN-DATE > ZERO
005362                 MOVE CST-RUN-DATE TO CRT-RUN-DATE
005363             END-IF
005364     END-READ.
005365     IF CRT-STSFILE-STATUS NOT = "00"
005366         MOVE "Y" TO CRT-STS-EOF-SWITCH
005367     END-IF.
005368 1150-EXIT.
005369     EXIT.
005370
005375*================================================================*
005380 1200-OPEN-RETURN-FILE.
005390*================================================================*
005400*    Opens the slot's return file and writes its header: the   *
005410*    sender's own source ID and our run date.                  *
005420     IF CRT-SLOT-SOURCE-ID (CRT-SLOT-SUB) = SPACES
005430         GO TO 1200-EXIT
005440     END-IF.
005450     EVALUATE CRT-SLOT-SUB
005460         WHEN 1
005470             OPEN OUTPUT RETFIL01
005480         WHEN 2
005490             OPEN OUTPUT RETFIL02
005500         WHEN 3
005510             OPEN OUTPUT RETFIL03
005520         WHEN 4
005530             OPEN OUTPUT RETFIL04
005540         WHEN 5
005550             OPEN OUTPUT RETFIL05
005560         WHEN 6
005570             OPEN OUTPUT RETFIL06
005580         WHEN 7
005590             OPEN OUTPUT RETFIL07
005600         WHEN 8
005610             OPEN OUTPUT RETFIL08
005620         WHEN 9
005630             OPEN OUTPUT RETFIL09
005640         WHEN 10
005650             OPEN OUTPUT RETFIL10
005660     END-EVALUATE.
005670     IF CRT-RETFILE-STATUS NOT = "00"
005680         MOVE CRT-SLOT-SUB TO CRT-DW-SLOT
005690         MOVE SPACES TO RPT-LINE
005700         STRING "** " CRT-DDNAME-WORK
005710                " OPEN FAILED - RUN ABORTED, STATUS="
005720                CRT-RETFILE-STATUS
005730             DELIMITED BY SIZE INTO RPT-LINE
005740         END-STRING
005750         WRITE RPT-LINE
005760         PERFORM 8500-CLOSE-FILES THRU 8500-EXIT
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF.
005800     MOVE "Y" TO CRT-SLOT-OPEN-SW (CRT-SLOT-SUB).
005810     MOVE SPACES TO CRF-CONTROL-RECORD.
005820     MOVE "**HEADER**" TO CRF-CONTROL-ID.
005830     MOVE CRT-SLOT-SOURCE-ID (CRT-SLOT-SUB)
005840         TO CRF-CONTROL-SOURCE-ID.
005850     MOVE CRT-RUN-DATE TO CRF-HEADER-CREATE-DATE.
005860     MOVE CRF-CONTROL-RECORD TO CRT-OUT-RECORD.
005870     PERFORM 2900-WRITE-RETURN-RECORD THRU 2900-EXIT.
005880 1200-EXIT.
005890     EXIT.
005900
005910*================================================================*
005920 1300-READ-REJFILE.
005930*================================================================*
005940     READ REJFILE
005950         AT END
005960             MOVE "Y" TO CRT-REJ-EOF-SWITCH
005970         NOT AT END
005980             ADD 1 TO CRT-READ-COUNT
005990     END-READ.
006000 1300-EXIT.
006010     EXIT.
006020
006030*================================================================*
006040 2000-PROCESS-REJECT.
006050*================================================================*
006060*    The backlog was returned the night it was made; BADF and  *
006070*    NOMR are our own correction failures, not the sender's.   *
006080     EVALUATE TRUE
006090         WHEN CDJ-RUN-DATE NOT NUMERIC
006100             ADD 1 TO CRT-BACKLOG-COUNT
006110         WHEN CDJ-RUN-DATE < CRT-RUN-DATE
006120             ADD 1 TO CRT-BACKLOG-COUNT
006130         WHEN CDJ-REASON-INVALID-CHAR
006140           OR CDJ-REASON-CHECK-DIGIT
006150           OR CDJ-REASON-ORPHAN-KEY
006155           OR CDJ-REASON-CLOSED-CUST
006160             PERFORM 2100-ROUTE-REJECT THRU 2100-EXIT
006170         WHEN OTHER
006180             ADD 1 TO CRT-INTERNAL-COUNT
006190     END-EVALUATE.
006200     PERFORM 1300-READ-REJFILE THRU 1300-EXIT.
006210 2000-EXIT.
006220     EXIT.
006230
006240*================================================================*
006250 2100-ROUTE-REJECT.
006260*================================================================*
006270     ADD 1 TO CRT-TONIGHT-COUNT.
006280     MOVE "N" TO CRT-SLOT-FOUND-SW.
006290     MOVE ZERO TO CRT-SLOT-SUB.
006300     IF CDJ-SOURCE-ID NOT = SPACES
006310         PERFORM 2110-SCAN-SLOT THRU 2110-EXIT
006320             VARYING CRT-SLOT-SCAN-SUB FROM 1 BY 1
006330             UNTIL CRT-SLOT-SCAN-SUB > CRT-SLOT-MAX-ENTRIES
006340                 OR CRT-SLOT-FOUND
006350     END-IF.
006360     IF NOT CRT-SLOT-FOUND
006370         PERFORM 2200-TALLY-UNROUTED THRU 2200-EXIT
006380         GO TO 2100-EXIT
006390     END-IF.
006400     MOVE SPACES TO CRF-RETURN-RECORD.
006410     MOVE CDJ-RECORD-KEY TO CRF-RECORD-KEY.
006420     MOVE CDJ-FIELD-TYPE TO CRF-FIELD-TYPE.
006430     MOVE CDJ-CHAR-POSITION TO CRF-CHAR-POSITION.
006440     MOVE CDJ-OFFENDING-CHAR TO CRF-OFFENDING-CHAR.
006450     MOVE CDJ-REASON-CODE TO CRF-REASON-CODE.
006460     MOVE CDJ-RUN-DATE TO CRF-RUN-DATE.
006470     MOVE CRF-RETURN-RECORD TO CRT-OUT-RECORD.
006480     PERFORM 2900-WRITE-RETURN-RECORD THRU 2900-EXIT.
006490     ADD 1 TO CRT-SLOT-COUNT (CRT-SLOT-SUB).
006500     IF CRF-RECORD-KEY IS NUMERIC
006510         ADD CRF-RECORD-KEY-NUM TO CRT-SLOT-HASH (CRT-SLOT-SUB)
006520     END-IF.
006530     ADD 1 TO CRT-RETURNED-COUNT.
006540 2100-EXIT.
006550     EXIT.
006560
006570*================================================================*
006580 2110-SCAN-SLOT.
006590*================================================================*
006600     IF CRT-SLOT-SOURCE-ID (CRT-SLOT-SCAN-SUB) = CDJ-SOURCE-ID
006610         MOVE "Y" TO CRT-SLOT-FOUND-SW
006620         MOVE CRT-SLOT-SCAN-SUB TO CRT-SLOT-SUB
006630     END-IF.
006640 2110-EXIT.
006650     EXIT.
006660
006670*================================================================*
006680 2200-TALLY-UNROUTED.
006690*================================================================*
006700     ADD 1 TO CRT-UNROUTED-COUNT.
006710     IF CRT-RETURN-CODE < 4
006720         MOVE 4 TO CRT-RETURN-CODE
006730     END-IF.
006740     MOVE "N" TO CRT-UNR-FOUND-SW.
006750     PERFORM 2210-SCAN-UNROUTED THRU 2210-EXIT
006760         VARYING CRT-UNR-SUB FROM 1 BY 1
006770         UNTIL CRT-UNR-SUB > CRT-UNR-ENTRY-COUNT
006780             OR CRT-UNR-FOUND.
006790     IF CRT-UNR-FOUND
006800         GO TO 2200-EXIT
006810     END-IF.
006820     IF CRT-UNR-ENTRY-COUNT < CRT-UNR-MAX-ENTRIES
006830         ADD 1 TO CRT-UNR-ENTRY-COUNT
006840         MOVE CDJ-SOURCE-ID
006850             TO CRT-UNR-SOURCE-ID (CRT-UNR-ENTRY-COUNT)
006860         MOVE 1 TO CRT-UNR-COUNT (CRT-UNR-ENTRY-COUNT)
006870     ELSE
006880         ADD 1 TO CRT-UNR-OVERFLOW-COUNT
006890     END-IF.
006900 2200-EXIT.
006910     EXIT.
006920
006930*================================================================*
006940 2210-SCAN-UNROUTED.
006950*================================================================*
006960     IF CRT-UNR-SOURCE-ID (CRT-UNR-SUB) = CDJ-SOURCE-ID
006970         MOVE "Y" TO CRT-UNR-FOUND-SW
006980         ADD 1 TO CRT-UNR-COUNT (CRT-UNR-SUB)
006990     END-IF.
007000 2210-EXIT.
007010     EXIT.
007020
007030*================================================================*
007040 2900-WRITE-RETURN-RECORD.
007050*================================================================*
007060*    Writes CRT-OUT-RECORD to the return file of slot          *
007070*    CRT-SLOT-SUB.                                             *
007080     EVALUATE CRT-SLOT-SUB
007090         WHEN 1
007100             WRITE RET01-RECORD FROM CRT-OUT-RECORD
007110         WHEN 2
007120             WRITE RET02-RECORD FROM CRT-OUT-RECORD
007130         WHEN 3
007140             WRITE RET03-RECORD FROM CRT-OUT-RECORD
007150         WHEN 4
007160             WRITE RET04-RECORD FROM CRT-OUT-RECORD
007170         WHEN 5
007180             WRITE RET05-RECORD FROM CRT-OUT-RECORD
007190         WHEN 6
007200             WRITE RET06-RECORD FROM CRT-OUT-RECORD
007210         WHEN 7
007220             WRITE RET07-RECORD FROM CRT-OUT-RECORD
007230         WHEN 8
007240             WRITE RET08-RECORD FROM CRT-OUT-RECORD
007250         WHEN 9
007260             WRITE RET09-RECORD FROM CRT-OUT-RECORD
007270         WHEN 10
007280             WRITE RET10-RECORD FROM CRT-OUT-RECORD
007290     END-EVALUATE.
007300 2900-EXIT.
007310     EXIT.
007320
007330*================================================================*
007340 8000-TERMINATE.
007350*================================================================*
007360     PERFORM 8050-WRITE-TRAILER THRU 8050-EXIT
007370         VARYING CRT-SLOT-SUB FROM 1 BY 1
007380         UNTIL CRT-SLOT-SUB > CRT-SLOT-MAX-ENTRIES.
007390     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
007400     PERFORM 8500-CLOSE-FILES THRU 8500-EXIT.
007410 8000-EXIT.
007420     EXIT.
007430
007440*================================================================*
007450 8050-WRITE-TRAILER.
007460*================================================================*
007470     IF NOT CRT-SLOT-OPEN (CRT-SLOT-SUB)
007480         GO TO 8050-EXIT
007490     END-IF.
007500     MOVE SPACES TO CRF-CONTROL-RECORD.
007510     MOVE "**TRAILER*" TO CRF-CONTROL-ID.
007520     MOVE CRT-SLOT-SOURCE-ID (CRT-SLOT-SUB)
007530         TO CRF-CONTROL-SOURCE-ID.
007540     MOVE CRT-SLOT-COUNT (CRT-SLOT-SUB)
007550         TO CRF-TRAILER-RECORD-COUNT.
007560     MOVE CRT-SLOT-HASH (CRT-SLOT-SUB)
007570         TO CRF-TRAILER-HASH-TOTAL.
007580     MOVE CRF-CONTROL-RECORD TO CRT-OUT-RECORD.
007590     PERFORM 2900-WRITE-RETURN-RECORD THRU 2900-EXIT.
007600 8050-EXIT.
007610     EXIT.
007620
007630*================================================================*
007640 8100-WRITE-REPORT.
007650*================================================================*
007660     MOVE "CONDRTN - REJECT RETURN FILE TRANSMITTAL" TO RPT-LINE.
007670     WRITE RPT-LINE.
007680     MOVE SPACES TO RPT-LINE.
007690     WRITE RPT-LINE.
007700     MOVE CRT-RUN-DATE TO CRT-DL-RUN-DATE.
007710     MOVE CRT-RUN-DATE-ORIGIN TO CRT-DL-ORIGIN.
007720     MOVE CRT-DATE-LINE TO RPT-LINE.
007730     WRITE RPT-LINE.
007740     MOVE SPACES TO RPT-LINE.
007750     WRITE RPT-LINE.
007760     MOVE CRT-FILE-HEADING TO RPT-LINE.
007770     WRITE RPT-LINE.
007780     MOVE ZERO TO CRT-SLOT-TOTAL.
007790     PERFORM 8150-WRITE-FILE-LINE THRU 8150-EXIT
007800         VARYING CRT-SLOT-SUB FROM 1 BY 1
007810         UNTIL CRT-SLOT-SUB > CRT-SLOT-MAX-ENTRIES.
007820     MOVE SPACES TO RPT-LINE.
007830     WRITE RPT-LINE.
007840
007850     MOVE "REJECT RECORDS READ" TO CRT-RL-LABEL.
007860     MOVE CRT-READ-COUNT TO CRT-RL-COUNT.
007870     MOVE CRT-REPORT-LINE TO RPT-LINE.
007880     WRITE RPT-LINE.
007890     MOVE "EARLIER NIGHTS - NOT SENT" TO CRT-RL-LABEL.
007900     MOVE CRT-BACKLOG-COUNT TO CRT-RL-COUNT.
007910     MOVE CRT-REPORT-LINE TO RPT-LINE.
007920     WRITE RPT-LINE.
007930     MOVE "BADF/NOMR - NOT SENT" TO CRT-RL-LABEL.
007940     MOVE CRT-INTERNAL-COUNT TO CRT-RL-COUNT.
007950     MOVE CRT-REPORT-LINE TO RPT-LINE.
007960     WRITE RPT-LINE.
007970     MOVE "TONIGHT'S INVC/CHKD/ORPH/CLSD" TO CRT-RL-LABEL.
007980     MOVE CRT-TONIGHT-COUNT TO CRT-RL-COUNT.
007990     MOVE CRT-REPORT-LINE TO RPT-LINE.
008000     WRITE RPT-LINE.
008010     MOVE "RETURNED TO SENDERS" TO CRT-RL-LABEL.
008020     MOVE CRT-RETURNED-COUNT TO CRT-RL-COUNT.
008030     MOVE CRT-REPORT-LINE TO RPT-LINE.
008040     WRITE RPT-LINE.
008050     MOVE "NO RETURN FILE - NOT SENT" TO CRT-RL-LABEL.
008060     MOVE CRT-UNROUTED-COUNT TO CRT-RL-COUNT.
008070     MOVE CRT-REPORT-LINE TO RPT-LINE.
008080     WRITE RPT-LINE.
008090     PERFORM 8160-WRITE-UNROUTED-LINE THRU 8160-EXIT
008100         VARYING CRT-UNR-SUB FROM 1 BY 1
008110         UNTIL CRT-UNR-SUB > CRT-UNR-ENTRY-COUNT.
008120     IF CRT-UNR-OVERFLOW-COUNT > ZERO
008130         MOVE "  MORE SOURCES THAN TABLE" TO CRT-RL-LABEL
008140         MOVE CRT-UNR-OVERFLOW-COUNT TO CRT-RL-COUNT
008150         MOVE CRT-REPORT-LINE TO RPT-LINE
008160         WRITE RPT-LINE
008170     END-IF.
008180     MOVE SPACES TO RPT-LINE.
008190     WRITE RPT-LINE.
008200
008210*    Every reject read is backlog, internal, returned or not   *
008220*    routed, and the files' own counts add up to the returned  *
008230*    total.                                                    *
008240     COMPUTE CRT-BALANCE-COUNT = CRT-BACKLOG-COUNT
008250         + CRT-INTERNAL-COUNT + CRT-RETURNED-COUNT
008260         + CRT-UNROUTED-COUNT.
008270     IF CRT-BALANCE-COUNT = CRT-READ-COUNT
008280         AND CRT-SLOT-TOTAL = CRT-RETURNED-COUNT
008290         MOVE "CONTROL TOTALS IN BALANCE" TO RPT-LINE
008300     ELSE
008310         MOVE "** CONTROL TOTALS OUT OF BALANCE **" TO RPT-LINE
008320         MOVE 8 TO CRT-RETURN-CODE
008330     END-IF.
008340     WRITE RPT-LINE.
008350 8100-EXIT.
008360     EXIT.
008370
008380*================================================================*
008390 8150-WRITE-FILE-LINE.
008400*================================================================*
008410     IF NOT CRT-SLOT-OPEN (CRT-SLOT-SUB)
008420         GO TO 8150-EXIT
008430     END-IF.
008440     MOVE CRT-SLOT-SUB TO CRT-DW-SLOT.
008450     MOVE CRT-DDNAME-WORK TO CRT-FL-DDNAME.
008460     MOVE CRT-SLOT-SOURCE-ID (CRT-SLOT-SUB) TO CRT-FL-SOURCE.
008470     MOVE CRT-SLOT-COUNT (CRT-SLOT-SUB) TO CRT-FL-RECORDS.
008480     MOVE CRT-SLOT-HASH (CRT-SLOT-SUB) TO CRT-FL-HASH.
008490     MOVE CRT-FILE-LINE TO RPT-LINE.
008500     WRITE RPT-LINE.
008510     ADD CRT-SLOT-COUNT (CRT-SLOT-SUB) TO CRT-SLOT-TOTAL.
008520 8150-EXIT.
008530     EXIT.
008540
008550*================================================================*
008560 8160-WRITE-UNROUTED-LINE.
008570*================================================================*
008580     IF CRT-UNR-SOURCE-ID (CRT-UNR-SUB) = SPACES
008590         MOVE "(NONE)" TO CRT-UL-SOURCE
008600     ELSE
008610         MOVE CRT-UNR-SOURCE-ID (CRT-UNR-SUB) TO CRT-UL-SOURCE
008620     END-IF.
008630     MOVE CRT-UNR-COUNT (CRT-UNR-SUB) TO CRT-UL-COUNT.
008640     MOVE CRT-UNROUTED-LINE TO RPT-LINE.
008650     WRITE RPT-LINE.
008660 8160-EXIT.
008670     EXIT.
008680
008690*================================================================*
008700 8500-CLOSE-FILES.
008710*================================================================*
008720     CLOSE REJFILE.
008730     CLOSE RPTFILE.
008740     PERFORM 8510-CLOSE-RETURN-FILE THRU 8510-EXIT
008750         VARYING CRT-SLOT-SUB FROM 1 BY 1
008760         UNTIL CRT-SLOT-SUB > CRT-SLOT-MAX-ENTRIES.
008770 8500-EXIT.
008780     EXIT.
008790
008800*================================================================*
008810 8510-CLOSE-RETURN-FILE.
008820*================================================================*
008830     IF NOT CRT-SLOT-OPEN (CRT-SLOT-SUB)
008840         GO TO 8510-EXIT
008850     END-IF.
008860     EVALUATE CRT-SLOT-SUB
008870         WHEN 1
008880             CLOSE RETFIL01
008890         WHEN 2
008900             CLOSE RETFIL02
008910         WHEN 3
008920             CLOSE RETFIL03
008930         WHEN 4
008940             CLOSE RETFIL04
008950         WHEN 5
008960             CLOSE RETFIL05
008970         WHEN 6
008980             CLOSE RETFIL06
008990         WHEN 7
009000             CLOSE RETFIL07
009010         WHEN 8
009020             CLOSE RETFIL08
009030         WHEN 9
009040             CLOSE RETFIL09
009050         WHEN 10
009060             CLOSE RETFIL10
009070     END-EVALUATE.
009080     MOVE "N" TO CRT-SLOT-OPEN-SW (CRT-SLOT-SUB).
009090 8510-EXIT.
009100     EXIT.
