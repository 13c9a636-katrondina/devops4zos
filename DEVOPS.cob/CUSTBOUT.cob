000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTBOUT.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTBOUT backs out a single CUSTMNT run from the CUSTAUD    *
000090*  audit trail.  When a bad transaction file gets applied the  *
000100*  only fallback used to be restoring the pre-update backup,   *
000110*  which also threw away every good online and batch change    *
000120*  made since.  CUSTBOUT instead puts back exactly what one    *
000130*  run changed, key by key, from that run's own before-images: *
000140*    - a key the run added is deleted again;                   *
000150*    - a key the run changed, closed or reopened is rewritten  *
000160*      with the image it had before the run;                   *
000170*    - a key the run physically deleted is written back.       *
000180*                                                              *
000190*  The run is named by a RUN-DATE card on SYSIN (required -    *
000200*  there is no default) and only batch images (CAU-ORIGIN      *
000210*  blank) for that date are the run.  Up to 20 CUSTOMER-ID     *
000220*  cards narrow the back-out to those keys; none means the     *
000230*  whole run.                                                  *
000240*                                                              *
000250*  AUDFILE in is the trail sorted by key then run date         *
000260*  (EQUALS, so a key's images stay in the order they were      *
000270*  made).  A key with ANY audit image after the run's last     *
000280*  image for it - a later night, an online change, an earlier  *
000290*  back-out - is refused, and so is a key whose master record  *
000300*  no longer matches the run's final after-image: putting the  *
000310*  old image back would silently undo a change nobody asked    *
000320*  to lose.  Refusals are listed and end the run RC=4.         *
000330*                                                              *
000340*  Every reversal writes its own CUSTAUD image, stamped with    *
000350*  today's run date and CAU-ORIGIN B, under the transaction    *
000360*  code of what the reversal did to the master (D for an add   *
000370*  undone, A for a delete undone, C for a change undone).      *
000380*  The original images are never touched, so the trail shows   *
000390*  both the change and its reversal, and CUSTRECN ties the     *
000400*  back-out exactly as it ties a maintenance night.            *
000410*--------------------------------------------------------------*
000420*  MODIFICATION HISTORY                                        *
000430*    10/15/2026  KR   Original program.                        *
000432*    10/15/2026  KR   A close or reopen (D or R with both       *
000434*                     images) reverses as a change.             *
000436*    10/15/2026  KR   A key refused because CUSTPURG purged it  *
000438*                     later shows origin PURGE, not BATCH.      *
000440*--------------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-Z15.
000490 OBJECT-COMPUTER. IBM-Z15.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT AUDIN ASSIGN TO AUDIN
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT MSTFILE ASSIGN TO MSTFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CUS-CUSTOMER-ID
000600         FILE STATUS IS CBO-MSTFILE-STATUS.
000610
000620     SELECT OPTIONAL AUDFILE ASSIGN TO AUDFILE
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT RPTFILE ASSIGN TO RPTFILE
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT OPTIONAL CTLFILE ASSIGN TO SYSIN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS CBO-CTLFILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  AUDIN
000750     RECORDING MODE IS F.
000760 COPY CUSTAUD REPLACING LEADING ==CAU== BY ==CBI==.
000770
000780 FD  MSTFILE.
000790 COPY CUSTREC.
000800
000810 FD  AUDFILE
000820     RECORDING MODE IS F.
000830 COPY CUSTAUD.
000840
000850 FD  RPTFILE
000860     RECORDING MODE IS F.
000870 01  RPT-LINE                      PIC X(80).
000880
000890 FD  CTLFILE
000900     RECORDING MODE IS F.
000910 01  CBO-CONTROL-CARD              PIC X(80).
000920
000930 WORKING-STORAGE SECTION.
000940*--------------------------------------------------------------*
000950*  Standalone switches and counters.                           *
000960*--------------------------------------------------------------*
000970 77  CBO-MSTFILE-STATUS            PIC X(02) VALUE "00".
000980 77  CBO-AUD-EOF-SWITCH            PIC X(01) VALUE "N".
000990     88 CBO-AUD-END-OF-FILE            VALUE "Y".
001000 77  CBO-AUD-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001010 77  CBO-RUN-IMAGE-COUNT           PIC 9(07) COMP VALUE ZERO.
001020 77  CBO-RUN-KEY-COUNT             PIC 9(07) COMP VALUE ZERO.
001030 77  CBO-NOT-SELECTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001040 77  CBO-ADD-REVERSED-COUNT        PIC 9(07) COMP VALUE ZERO.
001050 77  CBO-CHANGE-REVERSED-COUNT     PIC 9(07) COMP VALUE ZERO.
001060 77  CBO-DELETE-REVERSED-COUNT     PIC 9(07) COMP VALUE ZERO.
001070 77  CBO-NO-NET-CHANGE-COUNT       PIC 9(07) COMP VALUE ZERO.
001080 77  CBO-REFUSED-LATER-COUNT       PIC 9(07) COMP VALUE ZERO.
001090 77  CBO-REFUSED-MASTER-COUNT      PIC 9(07) COMP VALUE ZERO.
001100 77  CBO-ID-NOT-IN-RUN-COUNT       PIC 9(07) COMP VALUE ZERO.
001110 77  CBO-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
001120 77  CBO-TODAY-DATE                PIC 9(08) VALUE ZERO.
001130 77  CBO-RUN-DATE                  PIC 9(08) VALUE ZERO.
001140 77  CBO-RUN-DATE-SW               PIC X(01) VALUE "N".
001150     88 CBO-RUN-DATE-GIVEN             VALUE "Y".
001160
001170 77  CBO-AUD-KEY                   PIC X(10) VALUE SPACES.
001180
001190*--------------------------------------------------------------*
001200*  One key group off the sorted trail, reduced to what the     *
001210*  back-out needs: the image the key had before the run (the   *
001220*  before-image of the run's FIRST image for it), the image    *
001230*  the run left (the after-image of its LAST image), and       *
001240*  whether anything touched the key after the run did.         *
001250*--------------------------------------------------------------*
001260 77  CBO-GROUP-KEY                 PIC X(10) VALUE HIGH-VALUES.
001270 77  CBO-GROUP-RUN-COUNT           PIC 9(07) COMP VALUE ZERO.
001280 77  CBO-GROUP-LATER-SW            PIC X(01) VALUE "N".
001290     88 CBO-GROUP-CHANGED-LATER        VALUE "Y".
001300 77  CBO-GROUP-LATER-DATE          PIC 9(08) VALUE ZERO.
001310 77  CBO-GROUP-LATER-ORIGIN        PIC X(01) VALUE SPACE.
001320 01  CBO-RUN-BEFORE-IMAGE          PIC X(100) VALUE SPACES.
001330 01  CBO-RUN-AFTER-IMAGE           PIC X(100) VALUE SPACES.
001340 01  CBO-CURRENT-IMAGE             PIC X(100) VALUE SPACES.
001350 77  CBO-MASTER-FOUND-SW           PIC X(01) VALUE "N".
001360     88 CBO-MASTER-FOUND               VALUE "Y".
001370
001380*--------------------------------------------------------------*
001390*  Selection from the CUSTOMER-ID cards, as in CUSTHIST.  An   *
001400*  empty table selects every key in the run; each entry also   *
001410*  remembers whether the run touched it at all, so a keyed-in  *
001420*  id that was never part of the run is reported, not lost.    *
001430*--------------------------------------------------------------*
001440 77  CBO-ID-ENTRY-COUNT            PIC 9(02) COMP VALUE ZERO.
001450 77  CBO-ID-MAX-ENTRIES            PIC 9(02) COMP VALUE 20.
001460 77  CBO-ID-SUB                    PIC 9(02) COMP VALUE ZERO.
001470 77  CBO-ID-FOUND-SW               PIC X(01) VALUE "N".
001480     88 CBO-ID-FOUND                   VALUE "Y".
001490 77  CBO-SELECTED-SW               PIC X(01) VALUE "N".
001500     88 CBO-SELECTED                   VALUE "Y".
001510
001520 01  CBO-ID-TABLE.
001530     05 CBO-ID-ENTRY OCCURS 20 TIMES.
001540         10 CBO-ID-VALUE           PIC X(10).
001550         10 CBO-ID-IN-RUN-SW       PIC X(01).
001560             88 CBO-ID-IN-RUN          VALUE "Y".
001570
001580*--------------------------------------------------------------*
001590*  Run-control card handling, the same KEYWORD=VALUE cards     *
001600*  CONDRVR reads on SYSIN.  CUSTOMER-ID keeps its value as     *
001610*  text; RUN-DATE goes through the numeric converter.  A bad   *
001620*  card - or no RUN-DATE card at all - aborts the run before   *
001630*  the master is touched.                                      *
001640*--------------------------------------------------------------*
001650 77  CBO-CTLFILE-STATUS            PIC X(02) VALUE "00".
001660 77  CBO-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
001670     88 CBO-CTL-END-OF-FILE            VALUE "Y".
001680 77  CBO-CARD-KEYWORD              PIC X(16) VALUE SPACES.
001690 77  CBO-CARD-VALUE                PIC X(16) VALUE SPACES.
001700 77  CBO-CARD-VALUE-NUM            PIC 9(08) COMP VALUE ZERO.
001710 77  CBO-VALUE-SUB                 PIC 9(02) COMP VALUE ZERO.
001720 77  CBO-VALUE-DONE-SW             PIC X(01) VALUE "N".
001730     88 CBO-VALUE-DONE                  VALUE "Y".
001740 77  CBO-CARD-ERROR-SW             PIC X(01) VALUE "N".
001750     88 CBO-CARD-ERROR                  VALUE "Y".
001760
001770 01  CBO-VALUE-CHAR-AREA.
001780     05 CBO-VALUE-CHAR             PIC X(01).
001790     05 CBO-VALUE-DIGIT REDEFINES CBO-VALUE-CHAR
001800                                   PIC 9(01).
001810
001820 01  CBO-DATE-REPORT-LINE.
001830     05 FILLER                     PIC X(22) VALUE
001840         "RUN DATE BACKED OUT   ".
001850     05 CBO-DRL-RUN-DATE           PIC 9(08).
001860
001870 01  CBO-DETAIL-LINE.
001880     05 FILLER                     PIC X(02) VALUE SPACES.
001890     05 CBO-DL-KEY                 PIC X(10).
001900     05 FILLER                     PIC X(02) VALUE SPACES.
001910     05 CBO-DL-TEXT                PIC X(36).
001920     05 CBO-DL-DATE                PIC X(08).
001930     05 FILLER                     PIC X(01) VALUE SPACE.
001940     05 CBO-DL-ORIGIN              PIC X(07).
001950     05 FILLER                     PIC X(14) VALUE SPACES.
001960
001970 01  CBO-REPORT-LINE.
001980     05 CBO-RL-LABEL               PIC X(30).
001990     05 CBO-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
002000
002010 PROCEDURE DIVISION.
002020*================================================================*
002030 0000-MAINLINE.
002040*================================================================*
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 1100-READ-AUDIN THRU 1100-EXIT.
002070     PERFORM 2100-GET-KEY-GROUP THRU 2100-EXIT.
002080     PERFORM 2000-PROCESS-KEY-GROUP THRU 2000-EXIT
002090         UNTIL CBO-GROUP-KEY = HIGH-VALUES.
002100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002110     MOVE CBO-RETURN-CODE TO RETURN-CODE.
002120     STOP RUN.
002130
002140*================================================================*
002150 1000-INITIALIZE.
002160*================================================================*
002170     OPEN OUTPUT RPTFILE.
002180     MOVE "CUSTBOUT - BACK-OUT OF ONE MAINTENANCE RUN"
002190         TO RPT-LINE.
002200     WRITE RPT-LINE.
002210     MOVE SPACES TO RPT-LINE.
002220     WRITE RPT-LINE.
002230     ACCEPT CBO-TODAY-DATE FROM DATE YYYYMMDD.
002240     PERFORM 1010-READ-CONTROL-CARDS THRU 1010-EXIT.
002250     OPEN INPUT AUDIN.
002260     OPEN I-O MSTFILE.
002270     IF CBO-MSTFILE-STATUS NOT = "00"
002280         DISPLAY "CUSTBOUT: MSTFILE OPEN I-O FAILED, STATUS="
002290             CBO-MSTFILE-STATUS
002300         CLOSE AUDIN
002310         CLOSE RPTFILE
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     OPEN EXTEND AUDFILE.
002360 1000-EXIT.
002370     EXIT.
002380
002390*================================================================*
002400 1010-READ-CONTROL-CARDS.
002410*================================================================*
002420     OPEN INPUT CTLFILE.
002430     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
002440     PERFORM 1015-PROCESS-CONTROL-CARD THRU 1015-EXIT
002450         UNTIL CBO-CTL-END-OF-FILE.
002460     CLOSE CTLFILE.
002470     IF NOT CBO-RUN-DATE-GIVEN
002480         MOVE "** NO RUN-DATE CARD - RUN ABORTED **" TO RPT-LINE
002490         WRITE RPT-LINE
002500         CLOSE RPTFILE
002510         MOVE 12 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540 1010-EXIT.
002550     EXIT.
002560
002570*================================================================*
002580 1012-READ-CONTROL-CARD.
002590*================================================================*
002600     READ CTLFILE
002610         AT END
002620             MOVE "Y" TO CBO-CTL-EOF-SWITCH
002630     END-READ.
002640 1012-EXIT.
002650     EXIT.
002660
002670*================================================================*
002680 1015-PROCESS-CONTROL-CARD.
002690*================================================================*
002700     IF CBO-CONTROL-CARD = SPACES
002710         OR CBO-CONTROL-CARD (1:1) = "*"
002720         CONTINUE
002730     ELSE
002740         MOVE SPACES TO CBO-CARD-KEYWORD
002750         MOVE SPACES TO CBO-CARD-VALUE
002760         UNSTRING CBO-CONTROL-CARD DELIMITED BY "="
002770             INTO CBO-CARD-KEYWORD
002780                  CBO-CARD-VALUE
002790         END-UNSTRING
002800         PERFORM 1020-APPLY-CONTROL-CARD THRU 1020-EXIT
002810         IF CBO-CARD-ERROR
002820             PERFORM 1030-CONTROL-CARD-ERROR THRU 1030-EXIT
002830         END-IF
002840     END-IF.
002850     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
002860 1015-EXIT.
002870     EXIT.
002880
002890*================================================================*
002900 1018-CONVERT-CARD-VALUE.
002910*================================================================*
002920*    Left-justified unsigned digits, terminated by the first   *
002930*    space.  Anything else on the card is an error.            *
002940     MOVE "N" TO CBO-CARD-ERROR-SW.
002950     MOVE "N" TO CBO-VALUE-DONE-SW.
002960     MOVE ZERO TO CBO-CARD-VALUE-NUM.
002970     IF CBO-CARD-VALUE = SPACES
002980         MOVE "Y" TO CBO-CARD-ERROR-SW
002990     ELSE
003000         PERFORM 1019-CONVERT-VALUE-CHAR THRU 1019-EXIT
003010             VARYING CBO-VALUE-SUB FROM 1 BY 1
003020             UNTIL CBO-VALUE-SUB > 16
003030                 OR CBO-VALUE-DONE
003040                 OR CBO-CARD-ERROR
003050     END-IF.
003060 1018-EXIT.
003070     EXIT.
003080
003090*================================================================*
003100 1019-CONVERT-VALUE-CHAR.
003110*================================================================*
003120     MOVE CBO-CARD-VALUE (CBO-VALUE-SUB:1) TO CBO-VALUE-CHAR.
003130     EVALUATE TRUE
003140         WHEN CBO-VALUE-CHAR = SPACE
003150             MOVE "Y" TO CBO-VALUE-DONE-SW
003160         WHEN CBO-VALUE-DIGIT IS NUMERIC
003170             COMPUTE CBO-CARD-VALUE-NUM =
003180                 CBO-CARD-VALUE-NUM * 10 + CBO-VALUE-DIGIT
003190                 ON SIZE ERROR
003200                     MOVE "Y" TO CBO-CARD-ERROR-SW
003210             END-COMPUTE
003220         WHEN OTHER
003230             MOVE "Y" TO CBO-CARD-ERROR-SW
003240     END-EVALUATE.
003250 1019-EXIT.
003260     EXIT.
003270
003280*================================================================*
003290 1020-APPLY-CONTROL-CARD.
003300*================================================================*
003310*    CUSTOMER-ID values are kept as keyed, not converted;      *
003320*    RUN-DATE must be a full YYYYMMDD value.                   *
003330     MOVE "N" TO CBO-CARD-ERROR-SW.
003340     EVALUATE CBO-CARD-KEYWORD
003350         WHEN "CUSTOMER-ID"
003360             IF CBO-CARD-VALUE = SPACES
003370                 OR CBO-ID-ENTRY-COUNT >= CBO-ID-MAX-ENTRIES
003380                 MOVE "Y" TO CBO-CARD-ERROR-SW
003390             ELSE
003400                 ADD 1 TO CBO-ID-ENTRY-COUNT
003410                 MOVE CBO-CARD-VALUE (1:10)
003420                     TO CBO-ID-VALUE (CBO-ID-ENTRY-COUNT)
003430                 MOVE "N" TO CBO-ID-IN-RUN-SW (CBO-ID-ENTRY-COUNT)
003440             END-IF
003450         WHEN "RUN-DATE"
003460             PERFORM 1018-CONVERT-CARD-VALUE THRU 1018-EXIT
003470             IF NOT CBO-CARD-ERROR
003480                 IF CBO-CARD-VALUE-NUM >= 19000101
003490                     AND CBO-CARD-VALUE-NUM <= 99991231
003500                     MOVE CBO-CARD-VALUE-NUM TO CBO-RUN-DATE
003510                     MOVE "Y" TO CBO-RUN-DATE-SW
003520                 ELSE
003530                     MOVE "Y" TO CBO-CARD-ERROR-SW
003540                 END-IF
003550             END-IF
003560         WHEN OTHER
003570             MOVE "Y" TO CBO-CARD-ERROR-SW
003580     END-EVALUATE.
003590 1020-EXIT.
003600     EXIT.
003610
003620*================================================================*
003630 1030-CONTROL-CARD-ERROR.
003640*================================================================*
003650     MOVE "** INVALID RUN-CONTROL CARD - RUN ABORTED **"
003660         TO RPT-LINE.
003670     WRITE RPT-LINE.
003680     MOVE CBO-CONTROL-CARD TO RPT-LINE.
003690     WRITE RPT-LINE.
003700     CLOSE RPTFILE.
003710     CLOSE CTLFILE.
003720     MOVE 12 TO RETURN-CODE.
003730     STOP RUN.
003740 1030-EXIT.
003750     EXIT.
003760
003770*================================================================*
003780 1100-READ-AUDIN.
003790*================================================================*
003800     READ AUDIN
003810         AT END
003820             MOVE "Y" TO CBO-AUD-EOF-SWITCH
003830             MOVE HIGH-VALUES TO CBO-AUD-KEY
003840         NOT AT END
003850             ADD 1 TO CBO-AUD-READ-COUNT
003860             MOVE CBI-CUSTOMER-ID TO CBO-AUD-KEY
003870     END-READ.
003880 1100-EXIT.
003890     EXIT.
003900
003910*================================================================*
003920 2000-PROCESS-KEY-GROUP.
003930*================================================================*
003940     IF CBO-GROUP-RUN-COUNT > ZERO
003950         ADD 1 TO CBO-RUN-KEY-COUNT
003960         PERFORM 2300-CHECK-SELECTED THRU 2300-EXIT
003970         IF CBO-SELECTED
003980             PERFORM 2400-BACK-OUT-KEY THRU 2400-EXIT
003990         ELSE
004000             ADD 1 TO CBO-NOT-SELECTED-COUNT
004010         END-IF
004020     END-IF.
004030     PERFORM 2100-GET-KEY-GROUP THRU 2100-EXIT.
004040 2000-EXIT.
004050     EXIT.
004060
004070*================================================================*
004080 2100-GET-KEY-GROUP.
004090*================================================================*
004100*    Gather the next key's whole history.  The current record  *
004110*    (already read) opens the group; the reads continue until  *
004120*    the key changes.                                          *
004130     MOVE CBO-AUD-KEY TO CBO-GROUP-KEY.
004140     MOVE ZERO TO CBO-GROUP-RUN-COUNT.
004150     MOVE "N" TO CBO-GROUP-LATER-SW.
004160     MOVE ZERO TO CBO-GROUP-LATER-DATE.
004170     MOVE SPACE TO CBO-GROUP-LATER-ORIGIN.
004180     MOVE SPACES TO CBO-RUN-BEFORE-IMAGE.
004190     MOVE SPACES TO CBO-RUN-AFTER-IMAGE.
004200     IF CBO-GROUP-KEY = HIGH-VALUES
004210         GO TO 2100-EXIT
004220     END-IF.
004230     PERFORM 2150-TAKE-GROUP-RECORD THRU 2150-EXIT
004240         UNTIL CBO-AUD-KEY NOT = CBO-GROUP-KEY.
004250 2100-EXIT.
004260     EXIT.
004270
004280*================================================================*
004290 2150-TAKE-GROUP-RECORD.
004300*================================================================*
004310*    A batch image on the run date belongs to the run.  Any    *
004320*    other image met once the run has started for this key -   *
004330*    a later night, an online change, a back-out - means the   *
004340*    key moved on after the run; the first one is kept for     *
004350*    the refusal line.                                         *
004360     IF CBI-RUN-DATE = CBO-RUN-DATE
004370         AND CBI-ORIGIN-BATCH
004380         ADD 1 TO CBO-RUN-IMAGE-COUNT
004390         ADD 1 TO CBO-GROUP-RUN-COUNT
004400         IF CBO-GROUP-RUN-COUNT = 1
004410             MOVE CBI-BEFORE-IMAGE TO CBO-RUN-BEFORE-IMAGE
004420         END-IF
004430         MOVE CBI-AFTER-IMAGE TO CBO-RUN-AFTER-IMAGE
004440     ELSE
004450         IF CBO-GROUP-RUN-COUNT > ZERO
004460             AND NOT CBO-GROUP-CHANGED-LATER
004470             MOVE "Y" TO CBO-GROUP-LATER-SW
004480             MOVE CBI-RUN-DATE TO CBO-GROUP-LATER-DATE
004490             MOVE CBI-ORIGIN TO CBO-GROUP-LATER-ORIGIN
004500         END-IF
004510     END-IF.
004520     PERFORM 1100-READ-AUDIN THRU 1100-EXIT.
004530 2150-EXIT.
004540     EXIT.
004550
004560*================================================================*
004570 2300-CHECK-SELECTED.
004580*================================================================*
004590*    No CUSTOMER-ID cards selects the whole run.  A selected   *
004600*    id is marked as found in the run.                         *
004610     MOVE "N" TO CBO-SELECTED-SW.
004620     IF CBO-ID-ENTRY-COUNT = ZERO
004630         MOVE "Y" TO CBO-SELECTED-SW
004640         GO TO 2300-EXIT
004650     END-IF.
004660     MOVE "N" TO CBO-ID-FOUND-SW.
004670     PERFORM 2310-SCAN-ID-TABLE THRU 2310-EXIT
004680         VARYING CBO-ID-SUB FROM 1 BY 1
004690         UNTIL CBO-ID-SUB > CBO-ID-ENTRY-COUNT
004700             OR CBO-ID-FOUND.
004710     IF CBO-ID-FOUND
004720         MOVE "Y" TO CBO-SELECTED-SW
004730     END-IF.
004740 2300-EXIT.
004750     EXIT.
004760
004770*================================================================*
004780 2310-SCAN-ID-TABLE.
004790*================================================================*
004800     IF CBO-ID-VALUE (CBO-ID-SUB) = CBO-GROUP-KEY
004810         MOVE "Y" TO CBO-ID-FOUND-SW
004820         MOVE "Y" TO CBO-ID-IN-RUN-SW (CBO-ID-SUB)
004830     END-IF.
004840 2310-EXIT.
004850     EXIT.
004860
004870*================================================================*
004880 2400-BACK-OUT-KEY.
004890*================================================================*
004900*    Refuse first, then put the pre-run image back.  The       *
004910*    master must still hold exactly what the run left - the    *
004920*    key absent only if the run's last after-image is blank.   *
004922*    A delete (close) leaves the record on the master with its *
004924*    closed status, so it reverses as a change.                *
004930     MOVE CBO-GROUP-KEY TO CBO-DL-KEY.
004940     MOVE SPACES TO CBO-DL-DATE.
004950     MOVE SPACES TO CBO-DL-ORIGIN.
004960     IF CBO-GROUP-CHANGED-LATER
004970         MOVE "REFUSED - CHANGED AGAIN ON" TO CBO-DL-TEXT
004980         MOVE CBO-GROUP-LATER-DATE TO CBO-DL-DATE
004990         EVALUATE CBO-GROUP-LATER-ORIGIN
005000             WHEN "O"
005010                 MOVE "ONLINE" TO CBO-DL-ORIGIN
005020             WHEN "B"
005030                 MOVE "BACKOUT" TO CBO-DL-ORIGIN
005034             WHEN "P"
005036                 MOVE "PURGE" TO CBO-DL-ORIGIN
005040             WHEN OTHER
005050                 MOVE "BATCH" TO CBO-DL-ORIGIN
005060         END-EVALUATE
005070         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
005080         ADD 1 TO CBO-REFUSED-LATER-COUNT
005090         MOVE 4 TO CBO-RETURN-CODE
005100         GO TO 2400-EXIT
005110     END-IF.
005120     PERFORM 2450-READ-MASTER-BY-KEY THRU 2450-EXIT.
005130     IF (CBO-RUN-AFTER-IMAGE = SPACES AND CBO-MASTER-FOUND)
005140         OR (CBO-RUN-AFTER-IMAGE NOT = SPACES
005150             AND NOT CBO-MASTER-FOUND)
005160         OR (CBO-MASTER-FOUND
005170             AND CBO-CURRENT-IMAGE NOT = CBO-RUN-AFTER-IMAGE)
005180         MOVE "REFUSED - MASTER NOT = RUN'S IMAGE"
005190             TO CBO-DL-TEXT
005200         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
005210         ADD 1 TO CBO-REFUSED-MASTER-COUNT
005220         MOVE 4 TO CBO-RETURN-CODE
005230         GO TO 2400-EXIT
005240     END-IF.
005250     EVALUATE TRUE
005260         WHEN CBO-RUN-BEFORE-IMAGE = SPACES
005270             AND CBO-RUN-AFTER-IMAGE = SPACES
005280             MOVE "NO NET CHANGE - ADDED AND DELETED"
005290                 TO CBO-DL-TEXT
005300             ADD 1 TO CBO-NO-NET-CHANGE-COUNT
005310         WHEN CBO-RUN-BEFORE-IMAGE = SPACES
005320             PERFORM 2500-REVERSE-ADD THRU 2500-EXIT
005330         WHEN CBO-RUN-AFTER-IMAGE = SPACES
005340             PERFORM 2600-REVERSE-DELETE THRU 2600-EXIT
005350         WHEN OTHER
005360             PERFORM 2700-REVERSE-CHANGE THRU 2700-EXIT
005370     END-EVALUATE.
005380     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
005390 2400-EXIT.
005400     EXIT.
005410
005420*================================================================*
005430 2450-READ-MASTER-BY-KEY.
005440*================================================================*
005450*    Status 23 (record not found) is an answer, not an error.  *
005460     MOVE "N" TO CBO-MASTER-FOUND-SW.
005470     MOVE SPACES TO CBO-CURRENT-IMAGE.
005480     MOVE CBO-GROUP-KEY TO CUS-CUSTOMER-ID.
005490     READ MSTFILE
005500         INVALID KEY
005510             CONTINUE
005520         NOT INVALID KEY
005530             MOVE "Y" TO CBO-MASTER-FOUND-SW
005540             MOVE CUS-RECORD-TEXT TO CBO-CURRENT-IMAGE
005550     END-READ.
005560     IF CBO-MSTFILE-STATUS NOT = "00"
005570         AND CBO-MSTFILE-STATUS NOT = "23"
005580         PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
005590     END-IF.
005600 2450-EXIT.
005610     EXIT.
005620
005630*================================================================*
005640 2500-REVERSE-ADD.
005650*================================================================*
005660*    The run added the key - delete it again.                  *
005670     MOVE CBO-GROUP-KEY TO CUS-CUSTOMER-ID.
005680     DELETE MSTFILE
005690         INVALID KEY
005700             PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
005710     END-DELETE.
005720     MOVE "D" TO CAU-TRANS-CODE.
005730     MOVE CBO-CURRENT-IMAGE TO CAU-BEFORE-IMAGE.
005740     MOVE SPACES TO CAU-AFTER-IMAGE.
005750     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005760     MOVE "ADD REVERSED - RECORD DELETED" TO CBO-DL-TEXT.
005770     ADD 1 TO CBO-ADD-REVERSED-COUNT.
005780 2500-EXIT.
005790     EXIT.
005800
005810*================================================================*
005820 2600-REVERSE-DELETE.
005830*================================================================*
005840*    The run deleted the key - write its pre-run image back.   *
005850     MOVE CBO-RUN-BEFORE-IMAGE TO CUS-RECORD-TEXT.
005860     WRITE CUS-CUSTOMER-RECORD
005870         INVALID KEY
005880             PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
005890     END-WRITE.
005900     MOVE "A" TO CAU-TRANS-CODE.
005910     MOVE SPACES TO CAU-BEFORE-IMAGE.
005920     MOVE CBO-RUN-BEFORE-IMAGE TO CAU-AFTER-IMAGE.
005930     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
005940     MOVE "DELETE REVERSED - RECORD RESTORED" TO CBO-DL-TEXT.
005950     ADD 1 TO CBO-DELETE-REVERSED-COUNT.
005960 2600-EXIT.
005970     EXIT.
005980
005990*================================================================*
006000 2700-REVERSE-CHANGE.
006010*================================================================*
006020*    The run changed the key - rewrite its pre-run image.      *
006030     MOVE CBO-RUN-BEFORE-IMAGE TO CUS-RECORD-TEXT.
006040     REWRITE CUS-CUSTOMER-RECORD
006050         INVALID KEY
006060             PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
006070     END-REWRITE.
006080     MOVE "C" TO CAU-TRANS-CODE.
006090     MOVE CBO-CURRENT-IMAGE TO CAU-BEFORE-IMAGE.
006100     MOVE CBO-RUN-BEFORE-IMAGE TO CAU-AFTER-IMAGE.
006110     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
006120     MOVE "CHANGE REVERSED - IMAGE RESTORED" TO CBO-DL-TEXT.
006130     ADD 1 TO CBO-CHANGE-REVERSED-COUNT.
006140 2700-EXIT.
006150     EXIT.
006160
006170*================================================================*
006180 2800-WRITE-AUDIT.
006190*================================================================*
006200*    The caller sets the transaction code and both images;     *
006210*    every reversal is today's run, origin B.                  *
006220     MOVE CBO-TODAY-DATE TO CAU-RUN-DATE.
006230     MOVE CBO-GROUP-KEY TO CAU-CUSTOMER-ID.
006240     MOVE "B" TO CAU-ORIGIN.
006250     WRITE CAU-AUDIT-RECORD.
006260 2800-EXIT.
006270     EXIT.
006280
006290*================================================================*
006300 2900-WRITE-DETAIL.
006310*================================================================*
006320     MOVE CBO-DETAIL-LINE TO RPT-LINE.
006330     WRITE RPT-LINE.
006340 2900-EXIT.
006350     EXIT.
006360
006370*================================================================*
006380 2950-MASTER-IO-ERROR.
006390*================================================================*
006400*    A keyed WRITE/REWRITE/DELETE failing after the read has   *
006410*    already answered is file damage, not data - stop before   *
006420*    the master and its audit trail drift apart.               *
006430     DISPLAY "CUSTBOUT: MSTFILE I-O ERROR, STATUS="
006440         CBO-MSTFILE-STATUS " KEY=" CBO-GROUP-KEY.
006450     MOVE "** MASTER FILE I-O ERROR - RUN ABORTED **"
006460         TO RPT-LINE.
006470     WRITE RPT-LINE.
006480     CLOSE AUDIN.
006490     CLOSE MSTFILE.
006500     CLOSE AUDFILE.
006510     CLOSE RPTFILE.
006520     MOVE 16 TO RETURN-CODE.
006530     STOP RUN.
006540 2950-EXIT.
006550     EXIT.
006560
006570*================================================================*
006580 8000-TERMINATE.
006590*================================================================*
006600     PERFORM 8050-REPORT-IDS-NOT-IN-RUN THRU 8050-EXIT
006610         VARYING CBO-ID-SUB FROM 1 BY 1
006620         UNTIL CBO-ID-SUB > CBO-ID-ENTRY-COUNT.
006630     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
006640     CLOSE AUDIN.
006650     CLOSE MSTFILE.
006660     CLOSE AUDFILE.
006670     CLOSE RPTFILE.
006680 8000-EXIT.
006690     EXIT.
006700
006710*================================================================*
006720 8050-REPORT-IDS-NOT-IN-RUN.
006730*================================================================*
006740*    A requested id the run never touched is most likely a     *
006750*    keying slip on the card - say so rather than end clean.   *
006760     IF NOT CBO-ID-IN-RUN (CBO-ID-SUB)
006770         MOVE CBO-ID-VALUE (CBO-ID-SUB) TO CBO-DL-KEY
006780         MOVE "NOT CHANGED BY THIS RUN - IGNORED" TO CBO-DL-TEXT
006790         MOVE SPACES TO CBO-DL-DATE
006800         MOVE SPACES TO CBO-DL-ORIGIN
006810         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
006820         ADD 1 TO CBO-ID-NOT-IN-RUN-COUNT
006830         MOVE 4 TO CBO-RETURN-CODE
006840     END-IF.
006850 8050-EXIT.
006860     EXIT.
006870
006880*================================================================*
006890 8100-WRITE-REPORT.
006900*================================================================*
006910     MOVE SPACES TO RPT-LINE.
006920     WRITE RPT-LINE.
006930
006940     MOVE CBO-RUN-DATE TO CBO-DRL-RUN-DATE.
006950     MOVE CBO-DATE-REPORT-LINE TO RPT-LINE.
006960     WRITE RPT-LINE.
006970
006980     MOVE "AUDIT RECORDS READ" TO CBO-RL-LABEL.
006990     MOVE CBO-AUD-READ-COUNT TO CBO-RL-COUNT.
007000     MOVE CBO-REPORT-LINE TO RPT-LINE.
007010     WRITE RPT-LINE.
007020
007030     MOVE "AUDIT IMAGES IN RUN" TO CBO-RL-LABEL.
007040     MOVE CBO-RUN-IMAGE-COUNT TO CBO-RL-COUNT.
007050     MOVE CBO-REPORT-LINE TO RPT-LINE.
007060     WRITE RPT-LINE.
007070
007080     MOVE "KEYS CHANGED BY RUN" TO CBO-RL-LABEL.
007090     MOVE CBO-RUN-KEY-COUNT TO CBO-RL-COUNT.
007100     MOVE CBO-REPORT-LINE TO RPT-LINE.
007110     WRITE RPT-LINE.
007120
007130     MOVE "KEYS NOT SELECTED" TO CBO-RL-LABEL.
007140     MOVE CBO-NOT-SELECTED-COUNT TO CBO-RL-COUNT.
007150     MOVE CBO-REPORT-LINE TO RPT-LINE.
007160     WRITE RPT-LINE.
007170
007180     MOVE "ADDS REVERSED (DELETED)" TO CBO-RL-LABEL.
007190     MOVE CBO-ADD-REVERSED-COUNT TO CBO-RL-COUNT.
007200     MOVE CBO-REPORT-LINE TO RPT-LINE.
007210     WRITE RPT-LINE.
007220
007230     MOVE "CHANGES REVERSED (RESTORED)" TO CBO-RL-LABEL.
007240     MOVE CBO-CHANGE-REVERSED-COUNT TO CBO-RL-COUNT.
007250     MOVE CBO-REPORT-LINE TO RPT-LINE.
007260     WRITE RPT-LINE.
007270
007280     MOVE "DELETES REVERSED (RE-ADDED)" TO CBO-RL-LABEL.
007290     MOVE CBO-DELETE-REVERSED-COUNT TO CBO-RL-COUNT.
007300     MOVE CBO-REPORT-LINE TO RPT-LINE.
007310     WRITE RPT-LINE.
007320
007330     MOVE "NO NET CHANGE IN RUN" TO CBO-RL-LABEL.
007340     MOVE CBO-NO-NET-CHANGE-COUNT TO CBO-RL-COUNT.
007350     MOVE CBO-REPORT-LINE TO RPT-LINE.
007360     WRITE RPT-LINE.
007370
007380     MOVE "REFUSED - CHANGED AGAIN" TO CBO-RL-LABEL.
007390     MOVE CBO-REFUSED-LATER-COUNT TO CBO-RL-COUNT.
007400     MOVE CBO-REPORT-LINE TO RPT-LINE.
007410     WRITE RPT-LINE.
007420
007430     MOVE "REFUSED - MASTER DISAGREES" TO CBO-RL-LABEL.
007440     MOVE CBO-REFUSED-MASTER-COUNT TO CBO-RL-COUNT.
007450     MOVE CBO-REPORT-LINE TO RPT-LINE.
007460     WRITE RPT-LINE.
007470
007480     MOVE "REQUESTED IDS NOT IN RUN" TO CBO-RL-LABEL.
007490     MOVE CBO-ID-NOT-IN-RUN-COUNT TO CBO-RL-COUNT.
007500     MOVE CBO-REPORT-LINE TO RPT-LINE.
007510     WRITE RPT-LINE.
007520
007530     IF CBO-RUN-KEY-COUNT = ZERO
007540         MOVE "** NO BATCH AUDIT IMAGES FOR THAT RUN DATE **"
007550             TO RPT-LINE
007560         WRITE RPT-LINE
007570         MOVE 4 TO CBO-RETURN-CODE
007580     END-IF.
007590 8100-EXIT.
007600     EXIT.
