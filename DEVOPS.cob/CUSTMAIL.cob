000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTMAIL.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTMAIL writes the household mailing extract from the      *
000090*  standardized customer master.  Marketing was mailing the    *
000100*  same household twice and mailing addresses CUSTEDIT had     *
000110*  already flagged; this is the one place the mailing file     *
000120*  comes from, and it applies both rules:                      *
000130*    - a customer with an open CUSTEDIT reject (STAT, ZIPF,    *
000140*      NAMB, ADRB, ZIPS or ZIPC on tonight's                   *
000145*      DEVOPS.CUST.EDITREJ) is left out - the address is not   *
000150*      fit to mail;                                            *
000155*    - a closed customer is left out the same way.  CUSTDUPE   *
000156*      already drops them from the work file; the check here   *
000157*      covers a work file built before the customer closed;    *
000160*    - of the customers left, only one per household is        *
000170*      written.  A household is a CUSTNORM match-key group,    *
000180*      the very grouping CUSTDUPE/CUSTDUPR report: WRKFILE is  *
000190*      CUSTDUPE's CUSTDUW work file sorted on the match key    *
000200*      and then customer ID, so the lowest ID in each group    *
000210*      survives and the rest are suppressed.                   *
000220*  An excluded customer does not stand for its household - a   *
000230*  clean member behind it still mails.                         *
000240*                                                              *
000250*  REJFILE is the edit reject file sorted by customer ID, so   *
000260*  the excluded IDs load straight into an ascending table for  *
000270*  SEARCH ALL, as CONDCHG loads its held keys.  The extract    *
000280*  goes out in match-key order; the job sorts it into ZIP      *
000290*  sequence.  The summary counts customers read, excluded,     *
000300*  suppressed and written, with a per-state breakdown, and the *
000310*  first four must balance (RC=8 if they do not).              *
000320*--------------------------------------------------------------*
000330*  MODIFICATION HISTORY                                        *
000340*    10/15/2026  KR   Original program.                        *
000345*    10/15/2026  KR   Closed customers (CMM-CLOSED) are counted*
000346*                     as excluded and never mailed.            *
000347*    10/15/2026  KR   ZIP/state (ZIPS) and ZIP/city (ZIPC)     *
000348*                     rejects exclude the customer too.        *
000349*    10/15/2026  KR   Closed customers get their own report    *
000351*                     line instead of swelling OPEN EDIT       *
000354*                     REJECTS.                                 *
000357*--------------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-Z15.
000400 OBJECT-COMPUTER. IBM-Z15.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT WRKFILE ASSIGN TO WRKFILE
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470     SELECT REJFILE ASSIGN TO REJFILE
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT MAILFILE ASSIGN TO MAILFILE
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT RPTFILE ASSIGN TO RPTFILE
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  WRKFILE
000590     RECORDING MODE IS F.
000600 COPY CUSTDUW.
000610
000620 FD  REJFILE
000630     RECORDING MODE IS F.
000640 COPY CUSTREJ.
000650
000660 FD  MAILFILE
000670     RECORDING MODE IS F.
000680 COPY CUSTMLX.
000690
000700 FD  RPTFILE
000710     RECORDING MODE IS F.
000720 01  RPT-LINE                      PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750*--------------------------------------------------------------*
000760*  Standalone switches and counters.                           *
000770*--------------------------------------------------------------*
000780 77  CML-WRK-EOF-SWITCH            PIC X(01) VALUE "N".
000790     88 CML-WRK-END-OF-FILE            VALUE "Y".
000800 77  CML-REJ-EOF-SWITCH            PIC X(01) VALUE "N".
000810     88 CML-REJ-END-OF-FILE            VALUE "Y".
000820 77  CML-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
000830 77  CML-EXCLUDED-COUNT            PIC 9(07) COMP VALUE ZERO.
000835 77  CML-CLOSED-COUNT              PIC 9(07) COMP VALUE ZERO.
000840 77  CML-SUPPRESSED-COUNT          PIC 9(07) COMP VALUE ZERO.
000850 77  CML-WRITTEN-COUNT             PIC 9(07) COMP VALUE ZERO.
000860 77  CML-REJECT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
000870 77  CML-BALANCE-COUNT             PIC 9(07) COMP VALUE ZERO.
000880 77  CML-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
000890 77  CML-KEY-FOUND-SW              PIC X(01) VALUE "N".
000900     88 CML-KEY-FOUND                  VALUE "Y".
000910 77  CML-PRIOR-REJECT-KEY          PIC X(10) VALUE LOW-VALUES.
000920
000930*--------------------------------------------------------------*
000940*  The household in hand: its match key and the member held   *
000950*  to be written - the first clean one - until the key        *
000960*  changes and the household size is known.                   *
000970*--------------------------------------------------------------*
000980 77  CML-FIRST-RECORD-SW           PIC X(01) VALUE "Y".
000990     88 CML-FIRST-RECORD               VALUE "Y".
001000 77  CML-HELD-SW                   PIC X(01) VALUE "N".
001010     88 CML-HELD-PRESENT               VALUE "Y".
001020 77  CML-HOUSEHOLD-SIZE            PIC 9(03) COMP VALUE ZERO.
001030 01  CML-GROUP-KEY                 PIC X(55) VALUE SPACES.
001040 01  CML-HELD-IMAGE                PIC X(100) VALUE SPACES.
001050
001060*--------------------------------------------------------------*
001070*  The member image laid over the master layout.               *
001080*--------------------------------------------------------------*
001090 COPY CUSTREC REPLACING LEADING ==CUS== BY ==CMM==.
001100
001110*--------------------------------------------------------------*
001120*  Excluded-ID table: one entry per customer ID with an open   *
001130*  CUSTEDIT reject, in ascending order for SEARCH ALL.  The    *
001140*  DEPENDING ON keeps the search inside the loaded entries,    *
001150*  as in CONDXREF and CONDCHG.                                 *
001160*--------------------------------------------------------------*
001170 77  CML-EXCL-MAX-ENTRIES          PIC 9(05) COMP VALUE 50000.
001180 77  CML-EXCL-KEY-COUNT            PIC 9(05) COMP VALUE ZERO.
001190
001200 01  CML-EXCL-TABLE.
001210     05 CML-EXCL-ENTRY OCCURS 1 TO 50000 TIMES
001220         DEPENDING ON CML-EXCL-KEY-COUNT
001230         ASCENDING KEY IS CML-EXCL-KEY
001240         INDEXED BY CML-EXCL-IDX.
001250         10 CML-EXCL-KEY           PIC X(10).
001260
001270*--------------------------------------------------------------*
001280*  Per-state tallies, kept in state-code order as states are   *
001290*  first seen (an arriving code is slotted in and the rest     *
001300*  shifted down).  A code that finds the table full lands on   *
001310*  the overflow count instead.  The spare 81st entry is only   *
001320*  ever the point where the scan stops.                       *
001330*--------------------------------------------------------------*
001340 77  CML-STATE-MAX-ENTRIES         PIC 9(03) COMP VALUE 80.
001350 77  CML-STATE-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
001360 77  CML-STATE-SUB                 PIC 9(03) COMP VALUE ZERO.
001370 77  CML-SHIFT-SUB                 PIC 9(03) COMP VALUE ZERO.
001380 77  CML-WORK-STATE                PIC X(02) VALUE SPACES.
001390 77  CML-STATE-FOUND-SW            PIC X(01) VALUE "N".
001400     88 CML-STATE-FOUND                VALUE "Y".
001410 77  CML-STATE-OVERFLOW-COUNT      PIC 9(07) COMP VALUE ZERO.
001420
001430 01  CML-STATE-TABLE.
001440     05 CML-STATE-ENTRY OCCURS 81 TIMES.
001450         10 CML-ST-CODE            PIC X(02).
001460         10 CML-ST-READ-COUNT      PIC 9(07) COMP.
001470         10 CML-ST-EXCLUDED-COUNT  PIC 9(07) COMP.
001480         10 CML-ST-SUPPRESSED-COUNT
001490                                   PIC 9(07) COMP.
001500         10 CML-ST-WRITTEN-COUNT   PIC 9(07) COMP.
001510
001520*--------------------------------------------------------------*
001530*  Report lines.                                               *
001540*--------------------------------------------------------------*
001550 01  CML-STATE-HEADING.
001560     05 FILLER                     PIC X(48) VALUE
001570         "  STATE    READ   EXCLUDED SUPPRESSED    WRITTEN".
001580     05 FILLER                     PIC X(32) VALUE SPACES.
001590
001600 01  CML-STATE-LINE.
001610     05 FILLER                     PIC X(04) VALUE SPACES.
001620     05 CML-SL-CODE                PIC X(02).
001630     05 FILLER                     PIC X(02) VALUE SPACES.
001640     05 CML-SL-READ                PIC ZZZ,ZZ9.
001650     05 FILLER                     PIC X(04) VALUE SPACES.
001660     05 CML-SL-EXCLUDED            PIC ZZZ,ZZ9.
001670     05 FILLER                     PIC X(04) VALUE SPACES.
001680     05 CML-SL-SUPPRESSED          PIC ZZZ,ZZ9.
001690     05 FILLER                     PIC X(04) VALUE SPACES.
001700     05 CML-SL-WRITTEN             PIC ZZZ,ZZ9.
001710     05 FILLER                     PIC X(32) VALUE SPACES.
001720
001730 01  CML-REPORT-LINE.
001740     05 CML-RL-LABEL               PIC X(30).
001750     05 CML-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001760
001770 PROCEDURE DIVISION.
001780*================================================================*
001790 0000-MAINLINE.
001800*================================================================*
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-PROCESS-WORK-RECORD THRU 2000-EXIT
001830         UNTIL CML-WRK-END-OF-FILE.
001840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001850     MOVE CML-RETURN-CODE TO RETURN-CODE.
001860     STOP RUN.
001870
001880*================================================================*
001890 1000-INITIALIZE.
001900*================================================================*
001910     OPEN INPUT WRKFILE.
001920     OPEN INPUT REJFILE.
001930     OPEN OUTPUT MAILFILE.
001940     OPEN OUTPUT RPTFILE.
001950     MOVE "CUSTMAIL - HOUSEHOLD MAILING EXTRACT SUMMARY"
001960         TO RPT-LINE.
001970     WRITE RPT-LINE.
001980     MOVE SPACES TO RPT-LINE.
001990     WRITE RPT-LINE.
002000     PERFORM 1200-LOAD-EXCLUDED-ID THRU 1200-EXIT
002010         UNTIL CML-REJ-END-OF-FILE.
002020     PERFORM 1100-READ-WRKFILE THRU 1100-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050
002060*================================================================*
002070 1100-READ-WRKFILE.
002080*================================================================*
002090     READ WRKFILE
002100         AT END
002110             MOVE "Y" TO CML-WRK-EOF-SWITCH
002120     END-READ.
002130 1100-EXIT.
002140     EXIT.
002150
002160*================================================================*
002170 1200-LOAD-EXCLUDED-ID.
002180*================================================================*
002190*    Every reason CUSTEDIT writes today makes an address unfit *
002200*    to mail; the reasons are named so a new edit has to be    *
002210*    added here on purpose.                                    *
002220     READ REJFILE
002230         AT END
002240             MOVE "Y" TO CML-REJ-EOF-SWITCH
002250         NOT AT END
002260             ADD 1 TO CML-REJECT-READ-COUNT
002270             IF CUJ-REASON-BAD-STATE
002280                 OR CUJ-REASON-ZIP-FORMAT
002290                 OR CUJ-REASON-NAME-BLANK
002300                 OR CUJ-REASON-ADDR-BLANK
002302                 OR CUJ-REASON-ZIP-STATE
002304                 OR CUJ-REASON-ZIP-CITY
002310                 PERFORM 1250-STORE-EXCLUDED-ID THRU 1250-EXIT
002320             END-IF
002330     END-READ.
002340 1200-EXIT.
002350     EXIT.
002360
002370*================================================================*
002380 1250-STORE-EXCLUDED-ID.
002390*================================================================*
002400*    One entry per customer - several failed edits store the   *
002410*    ID once.  An out-of-sequence file would make SEARCH ALL   *
002420*    answer wrongly without a word, so it aborts the run.      *
002430     IF CUJ-CUSTOMER-ID = CML-PRIOR-REJECT-KEY
002440         GO TO 1250-EXIT
002450     END-IF.
002460     IF CUJ-CUSTOMER-ID < CML-PRIOR-REJECT-KEY
002470         MOVE "** REJECTS NOT IN ID SEQUENCE - RUN ABORTED **"
002480             TO RPT-LINE
002490         WRITE RPT-LINE
002500         PERFORM 8500-CLOSE-FILES THRU 8500-EXIT
002510         MOVE 12 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     IF CML-EXCL-KEY-COUNT >= CML-EXCL-MAX-ENTRIES
002550         MOVE "** EXCLUDED IDS EXCEED TABLE - RUN ABORTED **"
002560             TO RPT-LINE
002570         WRITE RPT-LINE
002580         PERFORM 8500-CLOSE-FILES THRU 8500-EXIT
002590         MOVE 12 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     ADD 1 TO CML-EXCL-KEY-COUNT.
002630     SET CML-EXCL-IDX TO CML-EXCL-KEY-COUNT.
002640     MOVE CUJ-CUSTOMER-ID TO CML-EXCL-KEY (CML-EXCL-IDX).
002650     MOVE CUJ-CUSTOMER-ID TO CML-PRIOR-REJECT-KEY.
002660 1250-EXIT.
002670     EXIT.
002680
002690*================================================================*
002700 2000-PROCESS-WORK-RECORD.
002710*================================================================*
002720*    Equal match keys arrive together, lowest customer ID      *
002730*    first.  A new key closes out the household before it.     *
002740     IF CML-FIRST-RECORD
002750         OR CDW-MATCH-KEY NOT = CML-GROUP-KEY
002760         PERFORM 2100-CLOSE-HOUSEHOLD THRU 2100-EXIT
002770         MOVE CDW-MATCH-KEY TO CML-GROUP-KEY
002780         MOVE "N" TO CML-FIRST-RECORD-SW
002790     END-IF.
002800     MOVE CDW-CUSTOMER-IMAGE TO CMM-RECORD-TEXT.
002810     ADD 1 TO CML-READ-COUNT.
002820     MOVE CMM-STATE TO CML-WORK-STATE.
002830     PERFORM 2500-LOCATE-STATE THRU 2500-EXIT.
002840     IF CML-STATE-SUB > ZERO
002850         ADD 1 TO CML-ST-READ-COUNT (CML-STATE-SUB)
002860     END-IF.
002870
002880     MOVE "N" TO CML-KEY-FOUND-SW.
002890     IF CML-EXCL-KEY-COUNT > ZERO
002900         SET CML-EXCL-IDX TO 1
002910         SEARCH ALL CML-EXCL-ENTRY
002920             AT END
002930                 CONTINUE
002940             WHEN CML-EXCL-KEY (CML-EXCL-IDX) = CMM-CUSTOMER-ID
002950                 MOVE "Y" TO CML-KEY-FOUND-SW
002960         END-SEARCH
002970     END-IF.
002975*    A closed customer counts as closed even with an open      *
002976*    reject; the state table's EXCLUDED column holds both.     *
002980     IF CML-KEY-FOUND
002985         OR CMM-CLOSED
002987         IF CMM-CLOSED
002988             ADD 1 TO CML-CLOSED-COUNT
002989         ELSE
002990             ADD 1 TO CML-EXCLUDED-COUNT
002995         END-IF
003000         IF CML-STATE-SUB > ZERO
003010             ADD 1 TO CML-ST-EXCLUDED-COUNT (CML-STATE-SUB)
003020         END-IF
003030     ELSE
003040         PERFORM 2200-TAKE-MEMBER THRU 2200-EXIT
003050     END-IF.
003060     PERFORM 1100-READ-WRKFILE THRU 1100-EXIT.
003070 2000-EXIT.
003080     EXIT.
003090
003100*================================================================*
003110 2100-CLOSE-HOUSEHOLD.
003120*================================================================*
003130*    Writes the household's surviving member, if it had one -  *
003140*    a household whose members were all excluded writes        *
003150*    nothing.                                                  *
003160     IF NOT CML-HELD-PRESENT
003170         GO TO 2100-EXIT
003180     END-IF.
003190     MOVE CML-HELD-IMAGE TO CMM-RECORD-TEXT.
003200     MOVE SPACES TO CMX-MAILING-RECORD.
003210     MOVE CMM-CUSTOMER-ID TO CMX-CUSTOMER-ID.
003220     MOVE CMM-CUSTOMER-NAME TO CMX-CUSTOMER-NAME.
003230     MOVE CMM-ADDRESS-LINE TO CMX-ADDRESS-LINE.
003240     MOVE CMM-CITY TO CMX-CITY.
003250     MOVE CMM-STATE TO CMX-STATE.
003260     MOVE CMM-ZIP-CODE TO CMX-ZIP-CODE.
003270     MOVE CML-HOUSEHOLD-SIZE TO CMX-HOUSEHOLD-COUNT.
003280     WRITE CMX-MAILING-RECORD.
003290     ADD 1 TO CML-WRITTEN-COUNT.
003300     MOVE CMM-STATE TO CML-WORK-STATE.
003310     PERFORM 2500-LOCATE-STATE THRU 2500-EXIT.
003320     IF CML-STATE-SUB > ZERO
003330         ADD 1 TO CML-ST-WRITTEN-COUNT (CML-STATE-SUB)
003340     END-IF.
003350     MOVE "N" TO CML-HELD-SW.
003360     MOVE ZERO TO CML-HOUSEHOLD-SIZE.
003370 2100-EXIT.
003380     EXIT.
003390
003400*================================================================*
003410 2200-TAKE-MEMBER.
003420*================================================================*
003430*    The first clean member is held to represent the           *
003440*    household; every clean member after it is suppressed.     *
003450     IF CML-HELD-PRESENT
003460         ADD 1 TO CML-SUPPRESSED-COUNT
003470         ADD 1 TO CML-HOUSEHOLD-SIZE
003480         IF CML-STATE-SUB > ZERO
003490             ADD 1 TO CML-ST-SUPPRESSED-COUNT (CML-STATE-SUB)
003500         END-IF
003510     ELSE
003520         MOVE "Y" TO CML-HELD-SW
003530         MOVE 1 TO CML-HOUSEHOLD-SIZE
003540         MOVE CDW-CUSTOMER-IMAGE TO CML-HELD-IMAGE
003550     END-IF.
003560 2200-EXIT.
003570     EXIT.
003580
003590*================================================================*
003600 2500-LOCATE-STATE.
003610*================================================================*
003620*    Walks the ordered table to the first code not below       *
003630*    CML-WORK-STATE.  Not there: the new code is slotted in    *
003640*    at that point.  Returns CML-STATE-SUB, zero on overflow.  *
003650     MOVE "N" TO CML-STATE-FOUND-SW.
003660     PERFORM 2510-SCAN-STATE THRU 2510-EXIT
003670         VARYING CML-STATE-SUB FROM 1 BY 1
003680         UNTIL CML-STATE-SUB > CML-STATE-ENTRY-COUNT
003690             OR CML-ST-CODE (CML-STATE-SUB) NOT < CML-WORK-STATE.
003700     IF CML-STATE-SUB NOT > CML-STATE-ENTRY-COUNT
003710         IF CML-ST-CODE (CML-STATE-SUB) = CML-WORK-STATE
003720             MOVE "Y" TO CML-STATE-FOUND-SW
003730         END-IF
003740     END-IF.
003750     IF CML-STATE-FOUND
003760         GO TO 2500-EXIT
003770     END-IF.
003780     IF CML-STATE-ENTRY-COUNT >= CML-STATE-MAX-ENTRIES
003790         ADD 1 TO CML-STATE-OVERFLOW-COUNT
003800         MOVE ZERO TO CML-STATE-SUB
003810         GO TO 2500-EXIT
003820     END-IF.
003830     PERFORM 2520-SHIFT-STATE-DOWN THRU 2520-EXIT
003840         VARYING CML-SHIFT-SUB FROM CML-STATE-ENTRY-COUNT BY -1
003850         UNTIL CML-SHIFT-SUB < CML-STATE-SUB.
003860     ADD 1 TO CML-STATE-ENTRY-COUNT.
003870     MOVE CML-WORK-STATE TO CML-ST-CODE (CML-STATE-SUB).
003880     MOVE ZERO TO CML-ST-READ-COUNT (CML-STATE-SUB).
003890     MOVE ZERO TO CML-ST-EXCLUDED-COUNT (CML-STATE-SUB).
003900     MOVE ZERO TO CML-ST-SUPPRESSED-COUNT (CML-STATE-SUB).
003910     MOVE ZERO TO CML-ST-WRITTEN-COUNT (CML-STATE-SUB).
003920 2500-EXIT.
003930     EXIT.
003940
003950*================================================================*
003960 2510-SCAN-STATE.
003970*================================================================*
003980*    The UNTIL test does the work.                             *
003990     CONTINUE.
004000 2510-EXIT.
004010     EXIT.
004020
004030*================================================================*
004040 2520-SHIFT-STATE-DOWN.
004050*================================================================*
004060     MOVE CML-STATE-ENTRY (CML-SHIFT-SUB)
004070         TO CML-STATE-ENTRY (CML-SHIFT-SUB + 1).
004080 2520-EXIT.
004090     EXIT.
004100
004110*================================================================*
004120 8000-TERMINATE.
004130*================================================================*
004140     PERFORM 2100-CLOSE-HOUSEHOLD THRU 2100-EXIT.
004150     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
004160     PERFORM 8500-CLOSE-FILES THRU 8500-EXIT.
004170 8000-EXIT.
004180     EXIT.
004190
004200*================================================================*
004210 8100-WRITE-REPORT.
004220*================================================================*
004230     MOVE "CUSTOMERS READ" TO CML-RL-LABEL.
004240     MOVE CML-READ-COUNT TO CML-RL-COUNT.
004250     MOVE CML-REPORT-LINE TO RPT-LINE.
004260     WRITE RPT-LINE.
004270
004280     MOVE "EXCLUDED - OPEN EDIT REJECTS" TO CML-RL-LABEL.
004290     MOVE CML-EXCLUDED-COUNT TO CML-RL-COUNT.
004300     MOVE CML-REPORT-LINE TO RPT-LINE.
004310     WRITE RPT-LINE.
004320
004322     MOVE "EXCLUDED - CLOSED CUSTOMERS" TO CML-RL-LABEL.
004324     MOVE CML-CLOSED-COUNT TO CML-RL-COUNT.
004326     MOVE CML-REPORT-LINE TO RPT-LINE.
004328     WRITE RPT-LINE.
004329
004330     MOVE "SUPPRESSED - HOUSEHOLD DUPES" TO CML-RL-LABEL.
004340     MOVE CML-SUPPRESSED-COUNT TO CML-RL-COUNT.
004350     MOVE CML-REPORT-LINE TO RPT-LINE.
004360     WRITE RPT-LINE.
004370
004380     MOVE "MAILING RECORDS WRITTEN" TO CML-RL-LABEL.
004390     MOVE CML-WRITTEN-COUNT TO CML-RL-COUNT.
004400     MOVE CML-REPORT-LINE TO RPT-LINE.
004410     WRITE RPT-LINE.
004420
004430     MOVE "EDIT REJECT RECORDS READ" TO CML-RL-LABEL.
004440     MOVE CML-REJECT-READ-COUNT TO CML-RL-COUNT.
004450     MOVE CML-REPORT-LINE TO RPT-LINE.
004460     WRITE RPT-LINE.
004470
004480     MOVE "CUSTOMERS WITH OPEN REJECTS" TO CML-RL-LABEL.
004490     MOVE CML-EXCL-KEY-COUNT TO CML-RL-COUNT.
004500     MOVE CML-REPORT-LINE TO RPT-LINE.
004510     WRITE RPT-LINE.
004520
004530*    Every customer read is excluded, suppressed or written -  *
004540*    anything else is a logic or file fault, not data.         *
004550     COMPUTE CML-BALANCE-COUNT = CML-EXCLUDED-COUNT
004555         + CML-CLOSED-COUNT
004560         + CML-SUPPRESSED-COUNT + CML-WRITTEN-COUNT.
004570     IF CML-BALANCE-COUNT NOT = CML-READ-COUNT
004580         MOVE "** EXTRACT COUNTS OUT OF BALANCE **" TO RPT-LINE
004590         WRITE RPT-LINE
004600         MOVE 8 TO CML-RETURN-CODE
004610     END-IF.
004620
004630     MOVE SPACES TO RPT-LINE.
004640     WRITE RPT-LINE.
004650     MOVE CML-STATE-HEADING TO RPT-LINE.
004660     WRITE RPT-LINE.
004670     PERFORM 8200-WRITE-STATE-LINE THRU 8200-EXIT
004680         VARYING CML-STATE-SUB FROM 1 BY 1
004690         UNTIL CML-STATE-SUB > CML-STATE-ENTRY-COUNT.
004700     IF CML-STATE-OVERFLOW-COUNT > ZERO
004710         MOVE "STATE TALLIES NOT BROKEN OUT" TO CML-RL-LABEL
004720         MOVE CML-STATE-OVERFLOW-COUNT TO CML-RL-COUNT
004730         MOVE CML-REPORT-LINE TO RPT-LINE
004740         WRITE RPT-LINE
004750     END-IF.
004760 8100-EXIT.
004770     EXIT.
004780
004790*================================================================*
004800 8200-WRITE-STATE-LINE.
004810*================================================================*
004820     MOVE CML-ST-CODE (CML-STATE-SUB) TO CML-SL-CODE.
004830     MOVE CML-ST-READ-COUNT (CML-STATE-SUB) TO CML-SL-READ.
004840     MOVE CML-ST-EXCLUDED-COUNT (CML-STATE-SUB)
004850         TO CML-SL-EXCLUDED.
004860     MOVE CML-ST-SUPPRESSED-COUNT (CML-STATE-SUB)
004870         TO CML-SL-SUPPRESSED.
004880     MOVE CML-ST-WRITTEN-COUNT (CML-STATE-SUB)
004890         TO CML-SL-WRITTEN.
004900     MOVE CML-STATE-LINE TO RPT-LINE.
004910     WRITE RPT-LINE.
004920 8200-EXIT.
004930     EXIT.
004940
004950*================================================================*
004960 8500-CLOSE-FILES.
004970*================================================================*
004980     CLOSE WRKFILE.
004990     CLOSE REJFILE.
005000     CLOSE MAILFILE.
005010     CLOSE RPTFILE.
005020 8500-EXIT.
005030     EXIT.
