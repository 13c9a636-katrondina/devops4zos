000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTPURG.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTPURG is the purge job for closed customers.  A CUSTMNT  *
000090*  or online delete only closes a customer (CUS-STATUS C, the  *
000100*  close date stamped) and leaves the record on the master, so *
000110*  a mistaken delete can be reopened and the history of the    *
000120*  account stays in one place.  Nothing would ever take those  *
000130*  records off again without this job.                         *
000140*                                                              *
000150*  CUSTPURG reads the master KSDS in key order.  A customer    *
000160*  closed RETAIN-DAYS or more whole days ago (the day count    *
000170*  from a KEYWORD=VALUE run-control card, default 365, aged    *
000180*  with the serial-day arithmetic CUSTARET uses) is:           *
000190*    - written to ARCFILE, the purged-customer archive, as the *
000200*      full master record;                                     *
000210*    - deleted from the master;                                *
000220*    - audited on the maintenance trail as a P image (before   *
000230*      image the record, after image blank, CAU-ORIGIN P), so  *
000240*      CUSTRECN counts it as a removal and CUSTHIST shows it.  *
000250*  Active customers, and closed ones still inside the window   *
000260*  (or with no close date), are left alone.  The report lists  *
000270*  every purged key with its close date and ties read to       *
000280*  active plus retained plus purged (RC=8 if it does not).     *
000290*  A bad control card is RC=12; a master I/O failure is RC=16. *
000300*--------------------------------------------------------------*
000310*  MODIFICATION HISTORY                                        *
000320*    10/15/2026  KR   Original program.                        *
000330*--------------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-Z15.
000380 OBJECT-COMPUTER. IBM-Z15.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT MSTFILE ASSIGN TO MSTFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CUS-CUSTOMER-ID
000460         FILE STATUS IS CPG-MSTFILE-STATUS.
000470
000480     SELECT ARCFILE ASSIGN TO ARCFILE
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT OPTIONAL AUDFILE ASSIGN TO AUDFILE
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT RPTFILE ASSIGN TO RPTFILE
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT OPTIONAL CTLFILE ASSIGN TO SYSIN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS CPG-CTLFILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  MSTFILE.
000640 COPY CUSTREC.
000650
000660 FD  ARCFILE
000670     RECORDING MODE IS F.
000680 COPY CUSTREC REPLACING LEADING ==CUS== BY ==CPA==.
000690
000700 FD  AUDFILE
000710     RECORDING MODE IS F.
000720 COPY CUSTAUD.
000730
000740 FD  RPTFILE
000750     RECORDING MODE IS F.
000760 01  RPT-LINE                      PIC X(80).
000770
000780 FD  CTLFILE
000790     RECORDING MODE IS F.
000800 01  CPG-CONTROL-CARD              PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830*--------------------------------------------------------------*
000840*  Standalone switches and counters.                           *
000850*--------------------------------------------------------------*
000860 77  CPG-MSTFILE-STATUS            PIC X(02) VALUE "00".
000870 77  CPG-MST-EOF-SWITCH            PIC X(01) VALUE "N".
000880     88 CPG-MST-END-OF-FILE            VALUE "Y".
000890 77  CPG-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
000900 77  CPG-ACTIVE-COUNT              PIC 9(07) COMP VALUE ZERO.
000910 77  CPG-RETAINED-COUNT            PIC 9(07) COMP VALUE ZERO.
000920 77  CPG-NO-DATE-COUNT             PIC 9(07) COMP VALUE ZERO.
000930 77  CPG-PURGED-COUNT              PIC 9(07) COMP VALUE ZERO.
000940 77  CPG-SPLIT-TOTAL               PIC 9(08) COMP VALUE ZERO.
000950 77  CPG-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
000960 77  CPG-TODAY-DATE                PIC 9(08) VALUE ZERO.
000970
000980*--------------------------------------------------------------*
000990*  Retention window.  RETAIN-DAYS comes from the run-control   *
001000*  card (default 365); a closed customer whose close date is   *
001010*  that many or more whole days behind today is purged.  The   *
001020*  serial-day conversion in 1500 is CUSTARET's, so the age     *
001030*  test works across month and year boundaries.                *
001040*--------------------------------------------------------------*
001050 77  CPG-RETAIN-DAYS               PIC 9(04) COMP VALUE 365.
001060 77  CPG-TODAY-SERIAL              PIC 9(08) COMP VALUE ZERO.
001070 77  CPG-CLOSE-SERIAL              PIC 9(08) COMP VALUE ZERO.
001080 77  CPG-CLOSED-AGE                PIC S9(08) COMP VALUE ZERO.
001090 77  CPG-WORK-SERIAL               PIC 9(08) COMP VALUE ZERO.
001100 77  CPG-SERIAL-YEAR               PIC 9(08) COMP VALUE ZERO.
001110 77  CPG-SERIAL-MONTH              PIC 9(02) COMP VALUE ZERO.
001120 77  CPG-SERIAL-TERM               PIC 9(08) COMP VALUE ZERO.
001130
001140 01  CPG-WORK-DATE                 PIC 9(08) VALUE ZERO.
001150 01  CPG-WORK-DATE-R REDEFINES CPG-WORK-DATE.
001160     05 CPG-WORK-YYYY              PIC 9(04).
001170     05 CPG-WORK-MM                PIC 9(02).
001180     05 CPG-WORK-DD                PIC 9(02).
001190
001200*--------------------------------------------------------------*
001210*  Run-control card handling, the same KEYWORD=VALUE cards     *
001220*  CUSTARET reads on SYSIN.  A blank or "*" card is a comment; *
001230*  a bad card aborts the run before any record is processed.   *
001240*--------------------------------------------------------------*
001250 77  CPG-CTLFILE-STATUS            PIC X(02) VALUE "00".
001260 77  CPG-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
001270     88 CPG-CTL-END-OF-FILE            VALUE "Y".
001280 77  CPG-CARD-KEYWORD              PIC X(16) VALUE SPACES.
001290 77  CPG-CARD-VALUE                PIC X(16) VALUE SPACES.
001300 77  CPG-CARD-VALUE-NUM            PIC 9(08) COMP VALUE ZERO.
001310 77  CPG-VALUE-SUB                 PIC 9(02) COMP VALUE ZERO.
001320 77  CPG-VALUE-DONE-SW             PIC X(01) VALUE "N".
001330     88 CPG-VALUE-DONE                  VALUE "Y".
001340 77  CPG-CARD-ERROR-SW             PIC X(01) VALUE "N".
001350     88 CPG-CARD-ERROR                  VALUE "Y".
001360
001370 01  CPG-VALUE-CHAR-AREA.
001380     05 CPG-VALUE-CHAR             PIC X(01).
001390     05 CPG-VALUE-DIGIT REDEFINES CPG-VALUE-CHAR
001400                                   PIC 9(01).
001410
001420 01  CPG-DETAIL-LINE.
001430     05 FILLER                     PIC X(02) VALUE SPACES.
001440     05 CPG-DL-KEY                 PIC X(10).
001450     05 FILLER                     PIC X(02) VALUE SPACES.
001460     05 FILLER                     PIC X(07) VALUE "CLOSED ".
001470     05 CPG-DL-CLOSE-DATE          PIC 9(08).
001480     05 FILLER                     PIC X(02) VALUE SPACES.
001490     05 CPG-DL-AGE                 PIC ZZZ,ZZ9.
001500     05 FILLER                     PIC X(25)
001510                          VALUE " DAYS - ARCHIVED, PURGED".
001520
001530 01  CPG-REPORT-LINE.
001540     05 CPG-RL-LABEL               PIC X(30).
001550     05 CPG-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001560
001570 PROCEDURE DIVISION.
001580*================================================================*
001590 0000-MAINLINE.
001600*================================================================*
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
001630         UNTIL CPG-MST-END-OF-FILE.
001640     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001650     MOVE CPG-RETURN-CODE TO RETURN-CODE.
001660     STOP RUN.
001670
001680*================================================================*
001690 1000-INITIALIZE.
001700*================================================================*
001710     OPEN OUTPUT RPTFILE.
001720     MOVE "CUSTPURG - CLOSED CUSTOMER PURGE" TO RPT-LINE.
001730     WRITE RPT-LINE.
001740     MOVE SPACES TO RPT-LINE.
001750     WRITE RPT-LINE.
001760     PERFORM 1010-READ-CONTROL-CARDS THRU 1010-EXIT.
001770     ACCEPT CPG-TODAY-DATE FROM DATE YYYYMMDD.
001780     MOVE CPG-TODAY-DATE TO CPG-WORK-DATE.
001790     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
001800     MOVE CPG-WORK-SERIAL TO CPG-TODAY-SERIAL.
001810     OPEN I-O MSTFILE.
001820     IF CPG-MSTFILE-STATUS NOT = "00"
001830         DISPLAY "CUSTPURG: MSTFILE OPEN I-O FAILED, STATUS="
001840             CPG-MSTFILE-STATUS
001850         CLOSE RPTFILE
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     OPEN OUTPUT ARCFILE.
001900     OPEN EXTEND AUDFILE.
001910     PERFORM 1100-READ-MSTFILE THRU 1100-EXIT.
001920 1000-EXIT.
001930     EXIT.
001940
001950*================================================================*
001960 1010-READ-CONTROL-CARDS.
001970*================================================================*
001980     OPEN INPUT CTLFILE.
001990     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
002000     PERFORM 1015-PROCESS-CONTROL-CARD THRU 1015-EXIT
002010         UNTIL CPG-CTL-END-OF-FILE.
002020     CLOSE CTLFILE.
002030 1010-EXIT.
002040     EXIT.
002050
002060*================================================================*
002070 1012-READ-CONTROL-CARD.
002080*================================================================*
002090     READ CTLFILE
002100         AT END
002110             MOVE "Y" TO CPG-CTL-EOF-SWITCH
002120     END-READ.
002130 1012-EXIT.
002140     EXIT.
002150
002160*================================================================*
002170 1015-PROCESS-CONTROL-CARD.
002180*================================================================*
002190     IF CPG-CONTROL-CARD = SPACES
002200         OR CPG-CONTROL-CARD (1:1) = "*"
002210         CONTINUE
002220     ELSE
002230         MOVE SPACES TO CPG-CARD-KEYWORD
002240         MOVE SPACES TO CPG-CARD-VALUE
002250         UNSTRING CPG-CONTROL-CARD DELIMITED BY "="
002260             INTO CPG-CARD-KEYWORD
002270                  CPG-CARD-VALUE
002280         END-UNSTRING
002290         PERFORM 1018-CONVERT-CARD-VALUE THRU 1018-EXIT
002300         IF NOT CPG-CARD-ERROR
002310             PERFORM 1020-APPLY-CONTROL-CARD THRU 1020-EXIT
002320         END-IF
002330         IF CPG-CARD-ERROR
002340             PERFORM 1030-CONTROL-CARD-ERROR THRU 1030-EXIT
002350         END-IF
002360     END-IF.
002370     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
002380 1015-EXIT.
002390     EXIT.
002400
002410*================================================================*
002420 1018-CONVERT-CARD-VALUE.
002430*================================================================*
002440*    Left-justified unsigned digits, terminated by the first   *
002450*    space.  Anything else on the card is an error.            *
002460     MOVE "N" TO CPG-CARD-ERROR-SW.
002470     MOVE "N" TO CPG-VALUE-DONE-SW.
002480     MOVE ZERO TO CPG-CARD-VALUE-NUM.
002490     IF CPG-CARD-VALUE = SPACES
002500         MOVE "Y" TO CPG-CARD-ERROR-SW
002510     ELSE
002520         PERFORM 1019-CONVERT-VALUE-CHAR THRU 1019-EXIT
002530             VARYING CPG-VALUE-SUB FROM 1 BY 1
002540             UNTIL CPG-VALUE-SUB > 16
002550                 OR CPG-VALUE-DONE
002560                 OR CPG-CARD-ERROR
002570     END-IF.
002580 1018-EXIT.
002590     EXIT.
002600
002610*================================================================*
002620 1019-CONVERT-VALUE-CHAR.
002630*================================================================*
002640     MOVE CPG-CARD-VALUE (CPG-VALUE-SUB:1) TO CPG-VALUE-CHAR.
002650     EVALUATE TRUE
002660         WHEN CPG-VALUE-CHAR = SPACE
002670             MOVE "Y" TO CPG-VALUE-DONE-SW
002680         WHEN CPG-VALUE-DIGIT IS NUMERIC
002690             COMPUTE CPG-CARD-VALUE-NUM =
002700                 CPG-CARD-VALUE-NUM * 10 + CPG-VALUE-DIGIT
002710                 ON SIZE ERROR
002720                     MOVE "Y" TO CPG-CARD-ERROR-SW
002730             END-COMPUTE
002740         WHEN OTHER
002750             MOVE "Y" TO CPG-CARD-ERROR-SW
002760     END-EVALUATE.
002770 1019-EXIT.
002780     EXIT.
002790
002800*================================================================*
002810 1020-APPLY-CONTROL-CARD.
002820*================================================================*
002830     EVALUATE CPG-CARD-KEYWORD
002840         WHEN "RETAIN-DAYS"
002850             IF CPG-CARD-VALUE-NUM >= 1
002860                 AND CPG-CARD-VALUE-NUM <= 9999
002870                 MOVE CPG-CARD-VALUE-NUM TO CPG-RETAIN-DAYS
002880             ELSE
002890                 MOVE "Y" TO CPG-CARD-ERROR-SW
002900             END-IF
002910         WHEN OTHER
002920             MOVE "Y" TO CPG-CARD-ERROR-SW
002930     END-EVALUATE.
002940 1020-EXIT.
002950     EXIT.
002960
002970*================================================================*
002980 1030-CONTROL-CARD-ERROR.
002990*================================================================*
003000*    The master is not open yet - nothing has been touched.    *
003010     MOVE "** INVALID RUN-CONTROL CARD - RUN ABORTED **"
003020         TO RPT-LINE.
003030     WRITE RPT-LINE.
003040     MOVE CPG-CONTROL-CARD TO RPT-LINE.
003050     WRITE RPT-LINE.
003060     CLOSE RPTFILE.
003070     CLOSE CTLFILE.
003080     MOVE 12 TO RETURN-CODE.
003090     STOP RUN.
003100 1030-EXIT.
003110     EXIT.
003120
003130*================================================================*
003140 1100-READ-MSTFILE.
003150*================================================================*
003160     READ MSTFILE NEXT RECORD
003170         AT END
003180             MOVE "Y" TO CPG-MST-EOF-SWITCH
003190         NOT AT END
003200             ADD 1 TO CPG-READ-COUNT
003210     END-READ.
003220     IF NOT CPG-MST-END-OF-FILE
003230         AND CPG-MSTFILE-STATUS NOT = "00"
003240         PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
003250     END-IF.
003260 1100-EXIT.
003270     EXIT.
003280
003290*================================================================*
003300 1500-DATE-TO-SERIAL.
003310*================================================================*
003320*    Convert CPG-WORK-DATE (YYYYMMDD) to the serial day count  *
003330*    in CPG-WORK-SERIAL, so subtracting two converted dates    *
003340*    gives whole days between them across month and year       *
003350*    boundaries.  January and February count as months 13 and  *
003360*    14 of the prior year, which is what keeps the leap-day    *
003370*    arithmetic right; the DIVIDEs truncate on purpose.        *
003380     IF CPG-WORK-MM > 2
003390         MOVE CPG-WORK-YYYY TO CPG-SERIAL-YEAR
003400         COMPUTE CPG-SERIAL-MONTH = CPG-WORK-MM + 1
003410     ELSE
003420         COMPUTE CPG-SERIAL-YEAR = CPG-WORK-YYYY - 1
003430         COMPUTE CPG-SERIAL-MONTH = CPG-WORK-MM + 13
003440     END-IF.
003450     COMPUTE CPG-WORK-SERIAL =
003460         365 * CPG-SERIAL-YEAR + CPG-WORK-DD.
003470     DIVIDE CPG-SERIAL-YEAR BY 4 GIVING CPG-SERIAL-TERM.
003480     ADD CPG-SERIAL-TERM TO CPG-WORK-SERIAL.
003490     DIVIDE CPG-SERIAL-YEAR BY 100 GIVING CPG-SERIAL-TERM.
003500     SUBTRACT CPG-SERIAL-TERM FROM CPG-WORK-SERIAL.
003510     DIVIDE CPG-SERIAL-YEAR BY 400 GIVING CPG-SERIAL-TERM.
003520     ADD CPG-SERIAL-TERM TO CPG-WORK-SERIAL.
003530     COMPUTE CPG-SERIAL-TERM = 153 * CPG-SERIAL-MONTH.
003540     DIVIDE CPG-SERIAL-TERM BY 5 GIVING CPG-SERIAL-TERM.
003550     ADD CPG-SERIAL-TERM TO CPG-WORK-SERIAL.
003560 1500-EXIT.
003570     EXIT.
003580
003590*================================================================*
003600 2000-PROCESS-CUSTOMER.
003610*================================================================*
003620*    Only a closed customer with a usable close date can age   *
003630*    out.  A closed record carrying no date (zero, or not a    *
003640*    YYYYMMDD) is kept and counted so someone looks at it.     *
003650     IF NOT CUS-CLOSED
003660         ADD 1 TO CPG-ACTIVE-COUNT
003670         PERFORM 1100-READ-MSTFILE THRU 1100-EXIT
003680         GO TO 2000-EXIT
003690     END-IF.
003700     MOVE CUS-CLOSE-DATE TO CPG-WORK-DATE.
003710     IF CPG-WORK-DATE = ZERO
003720         OR CPG-WORK-MM < 1 OR CPG-WORK-MM > 12
003730         OR CPG-WORK-DD < 1 OR CPG-WORK-DD > 31
003740         ADD 1 TO CPG-RETAINED-COUNT
003750         ADD 1 TO CPG-NO-DATE-COUNT
003760         PERFORM 1100-READ-MSTFILE THRU 1100-EXIT
003770         GO TO 2000-EXIT
003780     END-IF.
003790     PERFORM 1500-DATE-TO-SERIAL THRU 1500-EXIT.
003800     MOVE CPG-WORK-SERIAL TO CPG-CLOSE-SERIAL.
003810     COMPUTE CPG-CLOSED-AGE =
003820         CPG-TODAY-SERIAL - CPG-CLOSE-SERIAL.
003830     IF CPG-CLOSED-AGE < CPG-RETAIN-DAYS
003840         ADD 1 TO CPG-RETAINED-COUNT
003850     ELSE
003860         PERFORM 2100-PURGE-CUSTOMER THRU 2100-EXIT
003870     END-IF.
003880     PERFORM 1100-READ-MSTFILE THRU 1100-EXIT.
003890 2000-EXIT.
003900     EXIT.
003910
003920*================================================================*
003930 2100-PURGE-CUSTOMER.
003940*================================================================*
003950*    Archive first, so the record is safe before it leaves the *
003960*    master; audit once the delete has taken.                  *
003970     MOVE CUS-RECORD-TEXT TO CPA-RECORD-TEXT.
003980     WRITE CPA-CUSTOMER-RECORD.
003990     DELETE MSTFILE RECORD.
004000     IF CPG-MSTFILE-STATUS NOT = "00"
004010         PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
004020     END-IF.
004030     MOVE CPG-TODAY-DATE TO CAU-RUN-DATE.
004040     MOVE "P" TO CAU-TRANS-CODE.
004050     MOVE CUS-CUSTOMER-ID TO CAU-CUSTOMER-ID.
004060     MOVE CUS-RECORD-TEXT TO CAU-BEFORE-IMAGE.
004070     MOVE SPACES TO CAU-AFTER-IMAGE.
004080     SET CAU-ORIGIN-PURGE TO TRUE.
004090     WRITE CAU-AUDIT-RECORD.
004100     ADD 1 TO CPG-PURGED-COUNT.
004110     MOVE CUS-CUSTOMER-ID TO CPG-DL-KEY.
004120     MOVE CPG-WORK-DATE TO CPG-DL-CLOSE-DATE.
004130     MOVE CPG-CLOSED-AGE TO CPG-DL-AGE.
004140     MOVE CPG-DETAIL-LINE TO RPT-LINE.
004150     WRITE RPT-LINE.
004160 2100-EXIT.
004170     EXIT.
004180
004190*================================================================*
004200 2950-MASTER-IO-ERROR.
004210*================================================================*
004220*    A read or delete failing on the master is file damage,    *
004230*    not data - stop before the master, the archive and the    *
004240*    audit trail drift apart.                                  *
004250     DISPLAY "CUSTPURG: MSTFILE I-O ERROR, STATUS="
004260         CPG-MSTFILE-STATUS " KEY=" CUS-CUSTOMER-ID.
004270     MOVE "** MASTER FILE I-O ERROR - RUN ABORTED **"
004280         TO RPT-LINE.
004290     WRITE RPT-LINE.
004300     CLOSE MSTFILE.
004310     CLOSE ARCFILE.
004320     CLOSE AUDFILE.
004330     CLOSE RPTFILE.
004340     MOVE 16 TO RETURN-CODE.
004350     STOP RUN.
004360 2950-EXIT.
004370     EXIT.
004380
004390*================================================================*
004400 8000-TERMINATE.
004410*================================================================*
004420     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
004430     CLOSE MSTFILE.
004440     CLOSE ARCFILE.
004450     CLOSE AUDFILE.
004460     CLOSE RPTFILE.
004470 8000-EXIT.
004480     EXIT.
004490
004500*================================================================*
004510 8100-WRITE-REPORT.
004520*================================================================*
004530     MOVE SPACES TO RPT-LINE.
004540     WRITE RPT-LINE.
004550
004560     MOVE "RETENTION WINDOW (DAYS)" TO CPG-RL-LABEL.
004570     MOVE CPG-RETAIN-DAYS TO CPG-RL-COUNT.
004580     MOVE CPG-REPORT-LINE TO RPT-LINE.
004590     WRITE RPT-LINE.
004600
004610     MOVE "MASTER RECORDS READ" TO CPG-RL-LABEL.
004620     MOVE CPG-READ-COUNT TO CPG-RL-COUNT.
004630     MOVE CPG-REPORT-LINE TO RPT-LINE.
004640     WRITE RPT-LINE.
004650
004660     MOVE "ACTIVE CUSTOMERS" TO CPG-RL-LABEL.
004670     MOVE CPG-ACTIVE-COUNT TO CPG-RL-COUNT.
004680     MOVE CPG-REPORT-LINE TO RPT-LINE.
004690     WRITE RPT-LINE.
004700
004710     MOVE "CLOSED CUSTOMERS RETAINED" TO CPG-RL-LABEL.
004720     MOVE CPG-RETAINED-COUNT TO CPG-RL-COUNT.
004730     MOVE CPG-REPORT-LINE TO RPT-LINE.
004740     WRITE RPT-LINE.
004750
004760     MOVE "  OF WHICH NO CLOSE DATE" TO CPG-RL-LABEL.
004770     MOVE CPG-NO-DATE-COUNT TO CPG-RL-COUNT.
004780     MOVE CPG-REPORT-LINE TO RPT-LINE.
004790     WRITE RPT-LINE.
004800
004810     MOVE "CLOSED CUSTOMERS PURGED" TO CPG-RL-LABEL.
004820     MOVE CPG-PURGED-COUNT TO CPG-RL-COUNT.
004830     MOVE CPG-REPORT-LINE TO RPT-LINE.
004840     WRITE RPT-LINE.
004850
004860*    Every record read is active, retained or purged; anything *
004870*    else means a record slipped through without a decision.   *
004880     ADD CPG-ACTIVE-COUNT CPG-RETAINED-COUNT CPG-PURGED-COUNT
004890         GIVING CPG-SPLIT-TOTAL.
004900     IF CPG-SPLIT-TOTAL = CPG-READ-COUNT
004910         MOVE "ACTIVE + RETAINED + PURGED TIES TO READ - OK"
004920             TO RPT-LINE
004930     ELSE
004940         MOVE "** ACTIVE + RETAINED + PURGED OUT OF BALANCE **"
004950             TO RPT-LINE
004960         MOVE 8 TO CPG-RETURN-CODE
004970     END-IF.
004980     WRITE RPT-LINE.
004990 8100-EXIT.
005000     EXIT.
