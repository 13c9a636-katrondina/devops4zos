000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONDCHG.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CONDCHG turns validated daily-feed values into customer     *
000090*  maintenance.  The feed keeps bringing new NAME and ADDRESS  *
000100*  values for customers already on the master; CONDRVR         *
000110*  validated them and CONDXREF cross-checked them, and then    *
000120*  they were dropped while data entry rekeyed the change as a  *
000130*  CUSTTRN card.  CONDCHG runs in the CONDVAL stream after     *
000140*  XREF and, for every NAME or ADDRESS feed record that came   *
000150*  through clean:                                              *
000160*    - reads the customer by key from the master KSDS;         *
000170*    - if CDR-VALIDATE-FIELD differs from CUS-CUSTOMER-NAME /  *
000180*      CUS-ADDRESS-LINE, appends a CUSTTRN change transaction  *
000190*      carrying only that field to DEVOPS.CUST.MAINTTRAN for   *
000200*      tonight's CUSTMNT run (a blank field on a change means  *
000210*      "leave it alone", so nothing else is touched);          *
000220*    - prints the proposed change, old value over new, under   *
000230*      its upstream source, with per-source counts.            *
000240*                                                              *
000250*  "Clean" means the record's key has no open INVC, CHKD, ORPH *
000260*  or CLSD reject on tonight's reject file (VALIDATE and XREF  *
000270*  have both appended theirs by now, and CONDRAGE has already  *
000280*  pruned the worked items).  A key with one is held back and  *
000290*  listed - its feed data is suspect until data entry works    *
000300*  the reject - and the run ends RC=4.  HLDFILE is that reject *
000310*  file sorted by record key, so the held keys load straight   *
000320*  into an ascending table for SEARCH ALL, as CONDXREF loads   *
000330*  the master keys.  NUMERIC-ID records and blank values       *
000340*  never propose anything.                                     *
000350*--------------------------------------------------------------*
000360*  MODIFICATION HISTORY                                        *
000370*    10/15/2026  KR   Original program.                        *
000372*    10/15/2026  KR   A pending CLSD reject (closed customer)   *
000374*                     holds the key too - CUSTMNT would only    *
000376*                     suspense the change.                      *
000380*--------------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-Z15.
000430 OBJECT-COMPUTER. IBM-Z15.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT INFILE  ASSIGN TO INFILE
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT HLDFILE ASSIGN TO HLDFILE
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT CUSTFILE ASSIGN TO CUSTFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CUS-CUSTOMER-ID
000570         FILE STATUS IS CCG-CUSTFILE-STATUS.
000580
000590     SELECT TRNFILE ASSIGN TO TRNFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CCG-TRNFILE-STATUS.
000620
000630     SELECT RPTFILE ASSIGN TO RPTFILE
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  INFILE
000690     RECORDING MODE IS F.
000700 COPY CONDREC.
000710
000720 FD  HLDFILE
000730     RECORDING MODE IS F.
000740 COPY CONDREJ.
000750
000760 FD  CUSTFILE.
000770 COPY CUSTREC.
000780
000790 FD  TRNFILE
000800     RECORDING MODE IS F.
000810 COPY CUSTTRN.
000820
000830 FD  RPTFILE
000840     RECORDING MODE IS F.
000850 01  RPT-LINE                      PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880*--------------------------------------------------------------*
000890*  Standalone switches and counters.                           *
000900*--------------------------------------------------------------*
000910 77  CCG-FEED-EOF-SWITCH           PIC X(01) VALUE "N".
000920     88 CCG-FEED-END-OF-FILE           VALUE "Y".
000930 77  CCG-HLD-EOF-SWITCH            PIC X(01) VALUE "N".
000940     88 CCG-HLD-END-OF-FILE            VALUE "Y".
000950 77  CCG-CUSTFILE-STATUS           PIC X(02) VALUE "00".
000960 77  CCG-TRNFILE-STATUS            PIC X(02) VALUE "00".
000970 77  CCG-INPUT-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
000980 77  CCG-REJECT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
000990 77  CCG-CANDIDATE-COUNT           PIC 9(07) COMP VALUE ZERO.
001000 77  CCG-UNCHANGED-COUNT           PIC 9(07) COMP VALUE ZERO.
001010 77  CCG-PROPOSED-COUNT            PIC 9(07) COMP VALUE ZERO.
001020 77  CCG-HELD-COUNT                PIC 9(07) COMP VALUE ZERO.
001030 77  CCG-NOT-ON-MASTER-COUNT       PIC 9(07) COMP VALUE ZERO.
001040 77  CCG-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
001050 77  CCG-KEY-FOUND-SW              PIC X(01) VALUE "N".
001060     88 CCG-KEY-FOUND                  VALUE "Y".
001070 77  CCG-MASTER-VALUE              PIC X(30) VALUE SPACES.
001080 77  CCG-PRIOR-HELD-KEY            PIC X(10) VALUE LOW-VALUES.
001090
001100*--------------------------------------------------------------*
001110*  Held-key table: one entry per record key with an open       *
001120*  INVC/CHKD/ORPH/CLSD reject, loaded in ascending key order   *
001130*  from the sorted reject file so SEARCH ALL can binary-search *
001135*  it.                                                         *
001140*  The DEPENDING ON keeps the search inside the loaded         *
001150*  entries, as in CONDXREF.                                    *
001160*--------------------------------------------------------------*
001170 77  CCG-HELD-MAX-ENTRIES          PIC 9(05) COMP VALUE 50000.
001180 77  CCG-HELD-KEY-COUNT            PIC 9(05) COMP VALUE ZERO.
001190
001200 01  CCG-HELD-TABLE.
001210     05 CCG-HELD-ENTRY OCCURS 1 TO 50000 TIMES
001220         DEPENDING ON CCG-HELD-KEY-COUNT
001230         ASCENDING KEY IS CCG-HELD-KEY
001240         INDEXED BY CCG-HELD-IDX.
001250         10 CCG-HELD-KEY           PIC X(10).
001260
001270*--------------------------------------------------------------*
001280*  Per-source tallies, keyed from the header/trailer control   *
001290*  records the way CONDXREF tracks them.  Records outside any  *
001300*  header/trailer pair land on the "*NOHDR*" entry.            *
001310*--------------------------------------------------------------*
001320 77  CCG-SOURCE-MAX-ENTRIES        PIC 9(02) COMP VALUE 10.
001330 77  CCG-SOURCE-ENTRY-COUNT        PIC 9(02) COMP VALUE ZERO.
001340 77  CCG-CURRENT-SOURCE-SUB        PIC 9(02) COMP VALUE ZERO.
001350 77  CCG-SRC-SUB                   PIC 9(02) COMP VALUE ZERO.
001360 77  CCG-SRC-SCAN-SUB              PIC 9(02) COMP VALUE ZERO.
001370 77  CCG-WORK-SOURCE-ID            PIC X(08) VALUE SPACES.
001380 77  CCG-SOURCE-FOUND-SW           PIC X(01) VALUE "N".
001390     88 CCG-SOURCE-FOUND               VALUE "Y".
001400 77  CCG-SOURCE-OVERFLOW-SW        PIC X(01) VALUE "N".
001410     88 CCG-SOURCE-OVERFLOWED           VALUE "Y".
001420
001430 01  CCG-SOURCE-TABLE.
001440     05 CCG-SOURCE-ENTRY OCCURS 10 TIMES.
001450         10 CCG-SRC-ID             PIC X(08) VALUE SPACES.
001460         10 CCG-SRC-CANDIDATE-COUNT
001470                                   PIC 9(07) COMP VALUE ZERO.
001480         10 CCG-SRC-UNCHANGED-COUNT
001490                                   PIC 9(07) COMP VALUE ZERO.
001500         10 CCG-SRC-PROPOSED-COUNT PIC 9(07) COMP VALUE ZERO.
001510         10 CCG-SRC-HELD-COUNT     PIC 9(07) COMP VALUE ZERO.
001520
001530*--------------------------------------------------------------*
001540*  Report lines.                                               *
001550*--------------------------------------------------------------*
001560 01  CCG-OLD-LINE.
001570     05 FILLER                     PIC X(02) VALUE SPACES.
001580     05 CCG-OL-SOURCE-ID           PIC X(08).
001590     05 FILLER                     PIC X(01) VALUE SPACE.
001600     05 CCG-OL-RECORD-KEY          PIC X(10).
001610     05 FILLER                     PIC X(01) VALUE SPACE.
001620     05 CCG-OL-FIELD-TYPE          PIC X(08).
001630     05 CCG-OL-TAG                 PIC X(05).
001640     05 CCG-OL-VALUE               PIC X(30).
001650     05 FILLER                     PIC X(15) VALUE SPACES.
001660
001670 01  CCG-NEW-LINE.
001680     05 FILLER                     PIC X(30) VALUE SPACES.
001690     05 FILLER                     PIC X(05) VALUE "NEW: ".
001700     05 CCG-NL-VALUE               PIC X(30).
001710     05 FILLER                     PIC X(15) VALUE SPACES.
001720
001730 01  CCG-SRC-REPORT-LINE.
001740     05 FILLER                     PIC X(02) VALUE SPACES.
001750     05 CCG-SRL-ID                 PIC X(08).
001760     05 FILLER                     PIC X(02) VALUE SPACES.
001770     05 CCG-SRL-CANDIDATES         PIC ZZZ,ZZ9.
001780     05 FILLER                     PIC X(03) VALUE SPACES.
001790     05 CCG-SRL-UNCHANGED          PIC ZZZ,ZZ9.
001800     05 FILLER                     PIC X(03) VALUE SPACES.
001810     05 CCG-SRL-PROPOSED           PIC ZZZ,ZZ9.
001820     05 FILLER                     PIC X(03) VALUE SPACES.
001830     05 CCG-SRL-HELD               PIC ZZZ,ZZ9.
001840     05 FILLER                     PIC X(31) VALUE SPACES.
001850
001860 01  CCG-REPORT-LINE.
001870     05 CCG-RL-LABEL               PIC X(30).
001880     05 CCG-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001890
001900 PROCEDURE DIVISION.
001910*================================================================*
001920 0000-MAINLINE.
001930*================================================================*
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-FEED-RECORD THRU 2000-EXIT
001960         UNTIL CCG-FEED-END-OF-FILE.
001970     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001980     MOVE CCG-RETURN-CODE TO RETURN-CODE.
001990     STOP RUN.
002000
002010*================================================================*
002020 1000-INITIALIZE.
002030*================================================================*
002040     OPEN INPUT INFILE.
002050     OPEN INPUT HLDFILE.
002060     OPEN INPUT CUSTFILE.
002070     IF CCG-CUSTFILE-STATUS NOT = "00"
002080         DISPLAY "CONDCHG: CUSTFILE OPEN FAILED, STATUS="
002090             CCG-CUSTFILE-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     OPEN EXTEND TRNFILE.
002140     IF CCG-TRNFILE-STATUS NOT = "00"
002150         AND CCG-TRNFILE-STATUS NOT = "05"
002160         DISPLAY "CONDCHG: TRNFILE OPEN FAILED, STATUS="
002170             CCG-TRNFILE-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     OPEN OUTPUT RPTFILE.
002220     MOVE "CONDCHG - PROPOSED CUSTOMER CHANGES FROM DAILY FEED"
002230         TO RPT-LINE.
002240     WRITE RPT-LINE.
002250     MOVE SPACES TO RPT-LINE.
002260     WRITE RPT-LINE.
002270     MOVE "  SOURCE   KEY        FIELD" TO RPT-LINE.
002280     WRITE RPT-LINE.
002290     PERFORM 1200-LOAD-HELD-KEY THRU 1200-EXIT
002300         UNTIL CCG-HLD-END-OF-FILE.
002310     PERFORM 1100-READ-INFILE THRU 1100-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340
002350*================================================================*
002360 1100-READ-INFILE.
002370*================================================================*
002380     READ INFILE
002390         AT END
002400             MOVE "Y" TO CCG-FEED-EOF-SWITCH
002410         NOT AT END
002420             ADD 1 TO CCG-INPUT-READ-COUNT
002430     END-READ.
002440 1100-EXIT.
002450     EXIT.
002460
002470*================================================================*
002480 1200-LOAD-HELD-KEY.
002490*================================================================*
002500*    Only a pending INVC, CHKD, ORPH or CLSD reject holds a    *
002510*    key - BADF/NOMR belong to the correction cycle, not the   *
002515*    feed.                                                     *
002520     READ HLDFILE
002530         AT END
002540             MOVE "Y" TO CCG-HLD-EOF-SWITCH
002550         NOT AT END
002560             ADD 1 TO CCG-REJECT-READ-COUNT
002570             IF CDJ-STATUS-PENDING
002580                 AND (CDJ-REASON-INVALID-CHAR
002590                   OR CDJ-REASON-CHECK-DIGIT
002600                   OR CDJ-REASON-ORPHAN-KEY
002605                   OR CDJ-REASON-CLOSED-CUST)
002610                 PERFORM 1250-STORE-HELD-KEY THRU 1250-EXIT
002620             END-IF
002630     END-READ.
002640 1200-EXIT.
002650     EXIT.
002660
002670*================================================================*
002680 1250-STORE-HELD-KEY.
002690*================================================================*
002700*    One entry per key - a key with several rejects is stored  *
002710*    once.  An out-of-sequence file would make SEARCH ALL      *
002720*    answer wrongly without a word, so it aborts the run.      *
002730     IF CDJ-RECORD-KEY = CCG-PRIOR-HELD-KEY
002740         GO TO 1250-EXIT
002750     END-IF.
002760     IF CDJ-RECORD-KEY < CCG-PRIOR-HELD-KEY
002770         MOVE "** REJECTS NOT IN KEY SEQUENCE - RUN ABORTED **"
002780             TO RPT-LINE
002790         WRITE RPT-LINE
002800         PERFORM 8500-CLOSE-FILES THRU 8500-EXIT
002810         MOVE 12 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     IF CCG-HELD-KEY-COUNT >= CCG-HELD-MAX-ENTRIES
002850         MOVE "** HELD KEYS EXCEED TABLE - RUN ABORTED **"
002860             TO RPT-LINE
002870         WRITE RPT-LINE
002880         PERFORM 8500-CLOSE-FILES THRU 8500-EXIT
002890         MOVE 12 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     ADD 1 TO CCG-HELD-KEY-COUNT.
002930     SET CCG-HELD-IDX TO CCG-HELD-KEY-COUNT.
002940     MOVE CDJ-RECORD-KEY TO CCG-HELD-KEY (CCG-HELD-IDX).
002950     MOVE CDJ-RECORD-KEY TO CCG-PRIOR-HELD-KEY.
002960 1250-EXIT.
002970     EXIT.
002980
002990*================================================================*
003000 2000-PROCESS-FEED-RECORD.
003010*================================================================*
003020     EVALUATE TRUE
003030         WHEN CDR-IS-HEADER
003040             MOVE CDR-CONTROL-SOURCE-ID TO CCG-WORK-SOURCE-ID
003050             PERFORM 2310-LOCATE-SOURCE THRU 2310-EXIT
003060             MOVE CCG-SRC-SUB TO CCG-CURRENT-SOURCE-SUB
003070         WHEN CDR-IS-TRAILER
003080             MOVE ZERO TO CCG-CURRENT-SOURCE-SUB
003090         WHEN CDR-TYPE-NAME
003100             PERFORM 2100-CHECK-FEED-VALUE THRU 2100-EXIT
003110         WHEN CDR-TYPE-ADDRESS
003120             PERFORM 2100-CHECK-FEED-VALUE THRU 2100-EXIT
003130         WHEN OTHER
003140             CONTINUE
003150     END-EVALUATE.
003160     PERFORM 1100-READ-INFILE THRU 1100-EXIT.
003170 2000-EXIT.
003180     EXIT.
003190
003200*================================================================*
003210 2100-CHECK-FEED-VALUE.
003220*================================================================*
003230     IF CDR-VALIDATE-FIELD = SPACES
003240         GO TO 2100-EXIT
003250     END-IF.
003260     IF CCG-CURRENT-SOURCE-SUB = ZERO
003270         MOVE "*NOHDR*" TO CCG-WORK-SOURCE-ID
003280         PERFORM 2310-LOCATE-SOURCE THRU 2310-EXIT
003290         MOVE CCG-SRC-SUB TO CCG-CURRENT-SOURCE-SUB
003300     END-IF.
003310     IF CCG-CURRENT-SOURCE-SUB > ZERO
003320         MOVE CCG-SRC-ID (CCG-CURRENT-SOURCE-SUB)
003330             TO CCG-OL-SOURCE-ID
003340         ADD 1 TO CCG-SRC-CANDIDATE-COUNT (CCG-CURRENT-SOURCE-SUB)
003350     ELSE
003360         MOVE "*OVFLOW*" TO CCG-OL-SOURCE-ID
003370     END-IF.
003380     ADD 1 TO CCG-CANDIDATE-COUNT.
003390     MOVE CDR-RECORD-KEY TO CCG-OL-RECORD-KEY.
003400     MOVE CDR-FIELD-TYPE TO CCG-OL-FIELD-TYPE.
003410
003420     MOVE "N" TO CCG-KEY-FOUND-SW.
003430     IF CCG-HELD-KEY-COUNT > ZERO
003440         SET CCG-HELD-IDX TO 1
003450         SEARCH ALL CCG-HELD-ENTRY
003460             AT END
003470                 CONTINUE
003480             WHEN CCG-HELD-KEY (CCG-HELD-IDX) = CDR-RECORD-KEY
003490                 MOVE "Y" TO CCG-KEY-FOUND-SW
003500         END-SEARCH
003510     END-IF.
003520     IF CCG-KEY-FOUND
003530         PERFORM 2400-REPORT-HELD THRU 2400-EXIT
003540         GO TO 2100-EXIT
003550     END-IF.
003560
003570     MOVE CDR-RECORD-KEY TO CUS-CUSTOMER-ID.
003580     READ CUSTFILE
003590         INVALID KEY
003600             ADD 1 TO CCG-NOT-ON-MASTER-COUNT
003610             GO TO 2100-EXIT
003620     END-READ.
003630     IF CCG-CUSTFILE-STATUS NOT = "00"
003640         DISPLAY "CONDCHG: CUSTFILE READ FAILED, STATUS="
003650             CCG-CUSTFILE-STATUS
003660         PERFORM 8500-CLOSE-FILES THRU 8500-EXIT
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     IF CDR-TYPE-NAME
003710         MOVE CUS-CUSTOMER-NAME TO CCG-MASTER-VALUE
003720     ELSE
003730         MOVE CUS-ADDRESS-LINE TO CCG-MASTER-VALUE
003740     END-IF.
003750     IF CDR-VALIDATE-FIELD = CCG-MASTER-VALUE
003760         ADD 1 TO CCG-UNCHANGED-COUNT
003770         IF CCG-CURRENT-SOURCE-SUB > ZERO
003780             ADD 1 TO
003790                 CCG-SRC-UNCHANGED-COUNT (CCG-CURRENT-SOURCE-SUB)
003800         END-IF
003810     ELSE
003820         PERFORM 2200-WRITE-CHANGE-TRANS THRU 2200-EXIT
003830     END-IF.
003840 2100-EXIT.
003850     EXIT.
003860
003870*================================================================*
003880 2200-WRITE-CHANGE-TRANS.
003890*================================================================*
003900*    A change carrying only the one field - CUSTMNT leaves     *
003910*    every blank field on a change alone.                      *
003920     MOVE SPACES TO CTN-TRANS-RECORD.
003930     MOVE "C" TO CTN-TRANS-CODE.
003940     MOVE CDR-RECORD-KEY TO CTN-CUSTOMER-ID.
003950     IF CDR-TYPE-NAME
003960         MOVE CDR-VALIDATE-FIELD TO CTN-CUSTOMER-NAME
003970     ELSE
003980         MOVE CDR-VALIDATE-FIELD TO CTN-ADDRESS-LINE
003990     END-IF.
004000     WRITE CTN-TRANS-RECORD.
004010     IF CCG-TRNFILE-STATUS NOT = "00"
004020         DISPLAY "CONDCHG: TRNFILE WRITE FAILED, STATUS="
004030             CCG-TRNFILE-STATUS
004040         PERFORM 8500-CLOSE-FILES THRU 8500-EXIT
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080     ADD 1 TO CCG-PROPOSED-COUNT.
004090     IF CCG-CURRENT-SOURCE-SUB > ZERO
004100         ADD 1 TO CCG-SRC-PROPOSED-COUNT (CCG-CURRENT-SOURCE-SUB)
004110     END-IF.
004120     MOVE "OLD: " TO CCG-OL-TAG.
004130     MOVE CCG-MASTER-VALUE TO CCG-OL-VALUE.
004140     MOVE CCG-OLD-LINE TO RPT-LINE.
004150     WRITE RPT-LINE.
004160     MOVE CDR-VALIDATE-FIELD TO CCG-NL-VALUE.
004170     MOVE CCG-NEW-LINE TO RPT-LINE.
004180     WRITE RPT-LINE.
004190 2200-EXIT.
004200     EXIT.
004210
004220*================================================================*
004230 2400-REPORT-HELD.
004240*================================================================*
004250     ADD 1 TO CCG-HELD-COUNT.
004260     IF CCG-CURRENT-SOURCE-SUB > ZERO
004270         ADD 1 TO CCG-SRC-HELD-COUNT (CCG-CURRENT-SOURCE-SUB)
004280     END-IF.
004290     MOVE "HELD " TO CCG-OL-TAG.
004300     MOVE "- OPEN REJECT ON THIS KEY" TO CCG-OL-VALUE.
004310     MOVE CCG-OLD-LINE TO RPT-LINE.
004320     WRITE RPT-LINE.
004330     MOVE 4 TO CCG-RETURN-CODE.
004340 2400-EXIT.
004350     EXIT.
004360
004370*================================================================*
004380 2310-LOCATE-SOURCE.
004390*================================================================*
004400*    Find CCG-WORK-SOURCE-ID in the source table, adding it    *
004410*    on first sight, the same way CONDXREF's table works.      *
004420*    CCG-SRC-SUB comes back ZERO only when the table is full,  *
004430*    which the summary report flags.                           *
004440     MOVE "N" TO CCG-SOURCE-FOUND-SW.
004450     MOVE ZERO TO CCG-SRC-SUB.
004460     PERFORM 2320-SCAN-SOURCE-TABLE THRU 2320-EXIT
004470         VARYING CCG-SRC-SCAN-SUB FROM 1 BY 1
004480         UNTIL CCG-SRC-SCAN-SUB > CCG-SOURCE-ENTRY-COUNT
004490             OR CCG-SOURCE-FOUND.
004500     IF NOT CCG-SOURCE-FOUND
004510         IF CCG-SOURCE-ENTRY-COUNT < CCG-SOURCE-MAX-ENTRIES
004520             ADD 1 TO CCG-SOURCE-ENTRY-COUNT
004530             MOVE CCG-SOURCE-ENTRY-COUNT TO CCG-SRC-SUB
004540             MOVE CCG-WORK-SOURCE-ID TO CCG-SRC-ID (CCG-SRC-SUB)
004550         ELSE
004560             MOVE "Y" TO CCG-SOURCE-OVERFLOW-SW
004570         END-IF
004580     END-IF.
004590 2310-EXIT.
004600     EXIT.
004610
004620*================================================================*
004630 2320-SCAN-SOURCE-TABLE.
004640*================================================================*
004650     IF CCG-SRC-ID (CCG-SRC-SCAN-SUB) = CCG-WORK-SOURCE-ID
004660         MOVE "Y" TO CCG-SOURCE-FOUND-SW
004670         MOVE CCG-SRC-SCAN-SUB TO CCG-SRC-SUB
004680     END-IF.
004690 2320-EXIT.
004700     EXIT.
004710
004720*================================================================*
004730 8000-TERMINATE.
004740*================================================================*
004750     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
004760     PERFORM 8500-CLOSE-FILES THRU 8500-EXIT.
004770 8000-EXIT.
004780     EXIT.
004790
004800*================================================================*
004810 8100-WRITE-REPORT.
004820*================================================================*
004830     MOVE SPACES TO RPT-LINE.
004840     WRITE RPT-LINE.
004850
004860     MOVE "FEED RECORDS READ" TO CCG-RL-LABEL.
004870     MOVE CCG-INPUT-READ-COUNT TO CCG-RL-COUNT.
004880     MOVE CCG-REPORT-LINE TO RPT-LINE.
004890     WRITE RPT-LINE.
004900
004910     MOVE "REJECT RECORDS READ" TO CCG-RL-LABEL.
004920     MOVE CCG-REJECT-READ-COUNT TO CCG-RL-COUNT.
004930     MOVE CCG-REPORT-LINE TO RPT-LINE.
004940     WRITE RPT-LINE.
004950
004960     MOVE "KEYS HELD BY OPEN REJECTS" TO CCG-RL-LABEL.
004970     MOVE CCG-HELD-KEY-COUNT TO CCG-RL-COUNT.
004980     MOVE CCG-REPORT-LINE TO RPT-LINE.
004990     WRITE RPT-LINE.
005000
005010     MOVE "NAME/ADDRESS VALUES EXAMINED" TO CCG-RL-LABEL.
005020     MOVE CCG-CANDIDATE-COUNT TO CCG-RL-COUNT.
005030     MOVE CCG-REPORT-LINE TO RPT-LINE.
005040     WRITE RPT-LINE.
005050
005060     MOVE "SAME AS MASTER" TO CCG-RL-LABEL.
005070     MOVE CCG-UNCHANGED-COUNT TO CCG-RL-COUNT.
005080     MOVE CCG-REPORT-LINE TO RPT-LINE.
005090     WRITE RPT-LINE.
005100
005110     MOVE "CHANGE TRANSACTIONS WRITTEN" TO CCG-RL-LABEL.
005120     MOVE CCG-PROPOSED-COUNT TO CCG-RL-COUNT.
005130     MOVE CCG-REPORT-LINE TO RPT-LINE.
005140     WRITE RPT-LINE.
005150
005160     MOVE "HELD - OPEN REJECT" TO CCG-RL-LABEL.
005170     MOVE CCG-HELD-COUNT TO CCG-RL-COUNT.
005180     MOVE CCG-REPORT-LINE TO RPT-LINE.
005190     WRITE RPT-LINE.
005200
005210     MOVE "KEY NOT ON MASTER" TO CCG-RL-LABEL.
005220     MOVE CCG-NOT-ON-MASTER-COUNT TO CCG-RL-COUNT.
005230     MOVE CCG-REPORT-LINE TO RPT-LINE.
005240     WRITE RPT-LINE.
005250     MOVE SPACES TO RPT-LINE.
005260     WRITE RPT-LINE.
005270
005280     IF CCG-SOURCE-ENTRY-COUNT = ZERO
005290         MOVE "NO NAME/ADDRESS RECORDS ON FEED" TO RPT-LINE
005300         WRITE RPT-LINE
005310     ELSE
005320         MOVE "PROPOSED CHANGES PER UPSTREAM SOURCE" TO RPT-LINE
005330         WRITE RPT-LINE
005340         MOVE "  SOURCE   EXAMINED      SAME  PROPOSED      HELD"
005350             TO RPT-LINE
005360         WRITE RPT-LINE
005370         PERFORM 8150-WRITE-SOURCE-LINE THRU 8150-EXIT
005380             VARYING CCG-SRC-SUB FROM 1 BY 1
005390             UNTIL CCG-SRC-SUB > CCG-SOURCE-ENTRY-COUNT
005400     END-IF.
005410     IF CCG-SOURCE-OVERFLOWED
005420         MOVE "** MORE SOURCES THAN TABLE - NOT ALL COUNTED"
005430             TO RPT-LINE
005440         WRITE RPT-LINE
005450     END-IF.
005460 8100-EXIT.
005470     EXIT.
005480
005490*================================================================*
005500 8150-WRITE-SOURCE-LINE.
005510*================================================================*
005520     MOVE CCG-SRC-ID (CCG-SRC-SUB) TO CCG-SRL-ID.
005530     MOVE CCG-SRC-CANDIDATE-COUNT (CCG-SRC-SUB)
005540         TO CCG-SRL-CANDIDATES.
005550     MOVE CCG-SRC-UNCHANGED-COUNT (CCG-SRC-SUB)
005560         TO CCG-SRL-UNCHANGED.
005570     MOVE CCG-SRC-PROPOSED-COUNT (CCG-SRC-SUB)
005575         TO CCG-SRL-PROPOSED.
005580     MOVE CCG-SRC-HELD-COUNT (CCG-SRC-SUB) TO CCG-SRL-HELD.
005590     MOVE CCG-SRC-REPORT-LINE TO RPT-LINE.
005600     WRITE RPT-LINE.
005610 8150-EXIT.
005620     EXIT.
005630
005640*================================================================*
005650 8500-CLOSE-FILES.
005660*================================================================*
005670     CLOSE INFILE.
005680     CLOSE HLDFILE.
005690     CLOSE CUSTFILE.
005700     CLOSE TRNFILE.
005710     CLOSE RPTFILE.
005720 8500-EXIT.
005730     EXIT.
