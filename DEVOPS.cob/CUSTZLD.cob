000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTZLD.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTZLD loads the postal reference KSDS (CUSTZRF) from the  *
000090*  postal vendor's city/state file (CUSTZVN).  CUSTEDIT only   *
000100*  ever held a ZIP to its shape, so a Texas customer with a    *
000110*  New York ZIP, or a city that does not belong to the ZIP,    *
000120*  passed every edit; the reference file is what CUSTEDIT,     *
000130*  CUSTMNT and CUSTMNO now hold a ZIP's state and city to.     *
000140*                                                              *
000150*  The CUSTZLD job deletes and redefines the cluster and this  *
000160*  program loads it fresh from the vendor file, so a refresh   *
000170*  is the same run as the first load.  Each vendor record is   *
000180*  edited before it is loaded:                                 *
000190*    - a city type N (a name the postal service says not to    *
000200*      use) is skipped;                                        *
000210*    - the country must be US or CA, the code a five-digit ZIP *
000220*      or a letter-digit-letter FSA, the city non-blank, and   *
000230*      the state one CUSTEDR accepts for that country - any    *
000240*      failure is listed on the report and the run ends RC=4;  *
000250*    - a second record for the same prefix and (cut) city is a *
000260*      duplicate and is counted, not loaded twice.             *
000270*  The report ties records read to loaded plus skipped plus    *
000280*  rejected plus duplicates, and a run that loads nothing at   *
000290*  all ends RC=8 - an empty reference would reject every       *
000300*  customer on the master.  RC=16 is a reference I/O failure.  *
000310*--------------------------------------------------------------*
000320*  MODIFICATION HISTORY                                        *
000330*    10/15/2026  KR   Original program.                        *
000340*--------------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-Z15.
000390 OBJECT-COMPUTER. IBM-Z15.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT VNDFILE ASSIGN TO VNDFILE
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT ZIPFILE ASSIGN TO ZIPFILE
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CZR-KEY
000500         FILE STATUS IS CZL-ZIPFILE-STATUS.
000510
000520     SELECT RPTFILE ASSIGN TO RPTFILE
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  VNDFILE
000580     RECORDING MODE IS F.
000590 COPY CUSTZVN.
000600
000610 FD  ZIPFILE.
000620 COPY CUSTZRF.
000630
000640 FD  RPTFILE
000650     RECORDING MODE IS F.
000660 01  RPT-LINE                      PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690*--------------------------------------------------------------*
000700*  Standalone switches and counters.                           *
000710*--------------------------------------------------------------*
000720 77  CZL-ZIPFILE-STATUS            PIC X(02) VALUE "00".
000730 77  CZL-VND-EOF-SWITCH            PIC X(01) VALUE "N".
000740     88 CZL-VND-END-OF-FILE            VALUE "Y".
000750 77  CZL-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
000760 77  CZL-WRITE-COUNT               PIC 9(07) COMP VALUE ZERO.
000770 77  CZL-US-WRITE-COUNT            PIC 9(07) COMP VALUE ZERO.
000780 77  CZL-CA-WRITE-COUNT            PIC 9(07) COMP VALUE ZERO.
000790 77  CZL-NOT-ACCEPT-COUNT          PIC 9(07) COMP VALUE ZERO.
000800 77  CZL-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
000810 77  CZL-DUPLICATE-COUNT           PIC 9(07) COMP VALUE ZERO.
000820 77  CZL-SPLIT-TOTAL               PIC 9(08) COMP VALUE ZERO.
000830 77  CZL-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
000840 77  CZL-TODAY-DATE                PIC 9(08) VALUE ZERO.
000850 77  CZL-REJECT-REASON             PIC X(30) VALUE SPACES.
000860 77  CZL-WORK-CITY                 PIC X(28) VALUE SPACES.
000870
000880*--------------------------------------------------------------*
000890*  Work byte for the FSA shape test.  The letter ranges are    *
000900*  split A-I/J-R/S-Z as in CUSTEDR, so the test is right on    *
000910*  EBCDIC, where the alphabet is not contiguous.               *
000920*--------------------------------------------------------------*
000930 77  CZL-WORK-CHAR                 PIC X(01) VALUE SPACE.
000940     88 CZL-WORK-IS-LETTER             VALUE "A" THRU "I",
000950                                       "J" THRU "R",
000960                                       "S" THRU "Z".
000970     88 CZL-WORK-IS-DIGIT              VALUE "0" THRU "9".
000980
000990*--------------------------------------------------------------*
001000*  The vendor state goes through CUSTEDR on an otherwise blank *
001010*  customer record, so the reference can only hold a state or  *
001020*  province code the customer edits would accept.  Only the    *
001030*  state answer is used.                                       *
001040*--------------------------------------------------------------*
001050 COPY CUSTREC REPLACING LEADING ==CUS== BY ==CZE==.
001060 COPY CUSTERA.
001070
001080 01  CZL-REJECT-LINE.
001090     05 FILLER                     PIC X(02) VALUE SPACES.
001100     05 CZL-RJ-COUNTRY             PIC X(02).
001110     05 FILLER                     PIC X(01) VALUE SPACE.
001120     05 CZL-RJ-POSTAL-CODE         PIC X(06).
001130     05 FILLER                     PIC X(01) VALUE SPACE.
001140     05 CZL-RJ-CITY                PIC X(15).
001150     05 FILLER                     PIC X(01) VALUE SPACE.
001160     05 CZL-RJ-STATE               PIC X(02).
001170     05 FILLER                     PIC X(02) VALUE SPACES.
001180     05 CZL-RJ-REASON              PIC X(30).
001190
001200 01  CZL-REPORT-LINE.
001210     05 CZL-RL-LABEL               PIC X(30).
001220     05 CZL-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001230
001240 PROCEDURE DIVISION.
001250*================================================================*
001260 0000-MAINLINE.
001270*================================================================*
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 2000-LOAD-VENDOR-RECORD THRU 2000-EXIT
001300         UNTIL CZL-VND-END-OF-FILE.
001310     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001320     MOVE CZL-RETURN-CODE TO RETURN-CODE.
001330     STOP RUN.
001340
001350*================================================================*
001360 1000-INITIALIZE.
001370*================================================================*
001380     OPEN OUTPUT RPTFILE.
001390     MOVE "CUSTZLD - POSTAL REFERENCE LOAD" TO RPT-LINE.
001400     WRITE RPT-LINE.
001410     MOVE SPACES TO RPT-LINE.
001420     WRITE RPT-LINE.
001430     ACCEPT CZL-TODAY-DATE FROM DATE YYYYMMDD.
001440     OPEN INPUT VNDFILE.
001450     OPEN OUTPUT ZIPFILE.
001460     IF CZL-ZIPFILE-STATUS NOT = "00"
001470         DISPLAY "CUSTZLD: ZIPFILE OPEN OUTPUT FAILED, STATUS="
001480             CZL-ZIPFILE-STATUS
001490         CLOSE VNDFILE
001500         CLOSE RPTFILE
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     PERFORM 1100-READ-VNDFILE THRU 1100-EXIT.
001550 1000-EXIT.
001560     EXIT.
001570
001580*================================================================*
001590 1100-READ-VNDFILE.
001600*================================================================*
001610     READ VNDFILE
001620         AT END
001630             MOVE "Y" TO CZL-VND-EOF-SWITCH
001640         NOT AT END
001650             ADD 1 TO CZL-READ-COUNT
001660     END-READ.
001670 1100-EXIT.
001680     EXIT.
001690
001700*================================================================*
001710 2000-LOAD-VENDOR-RECORD.
001720*================================================================*
001730     IF CZV-CITY-NOT-ACCEPTABLE
001740         ADD 1 TO CZL-NOT-ACCEPT-COUNT
001750         PERFORM 1100-READ-VNDFILE THRU 1100-EXIT
001760         GO TO 2000-EXIT
001770     END-IF.
001780     PERFORM 2100-EDIT-VENDOR-RECORD THRU 2100-EXIT.
001790     IF CZL-REJECT-REASON NOT = SPACES
001800         PERFORM 2800-WRITE-REJECT-LINE THRU 2800-EXIT
001810         PERFORM 1100-READ-VNDFILE THRU 1100-EXIT
001820         GO TO 2000-EXIT
001830     END-IF.
001840     PERFORM 2200-BUILD-REFERENCE THRU 2200-EXIT.
001850     WRITE CZR-POSTAL-RECORD
001860         INVALID KEY
001870             CONTINUE
001880     END-WRITE.
001890     EVALUATE CZL-ZIPFILE-STATUS
001900         WHEN "00"
001910             ADD 1 TO CZL-WRITE-COUNT
001920             IF CZR-COUNTRY-US
001930                 ADD 1 TO CZL-US-WRITE-COUNT
001940             ELSE
001950                 ADD 1 TO CZL-CA-WRITE-COUNT
001960             END-IF
001970         WHEN "22"
001980             ADD 1 TO CZL-DUPLICATE-COUNT
001990         WHEN OTHER
002000             PERFORM 2950-ZIPFILE-IO-ERROR THRU 2950-EXIT
002010     END-EVALUATE.
002020     PERFORM 1100-READ-VNDFILE THRU 1100-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050
002060*================================================================*
002070 2100-EDIT-VENDOR-RECORD.
002080*================================================================*
002090*    The first failure found is the one reported.  A blank     *
002100*    reason means the record is fit to load.                   *
002110     MOVE SPACES TO CZL-REJECT-REASON.
002120     EVALUATE TRUE
002130         WHEN NOT CZV-COUNTRY-US AND NOT CZV-COUNTRY-CANADA
002140             MOVE "COUNTRY NOT US OR CA" TO CZL-REJECT-REASON
002150         WHEN CZV-CITY-NAME = SPACES
002160             MOVE "CITY NAME BLANK" TO CZL-REJECT-REASON
002170         WHEN CZV-COUNTRY-US
002180             AND (CZV-POSTAL-CODE (1:5) IS NOT NUMERIC
002190                  OR CZV-POSTAL-CODE (6:1) NOT = SPACE)
002200             MOVE "ZIP NOT FIVE DIGITS" TO CZL-REJECT-REASON
002210         WHEN CZV-COUNTRY-CANADA
002220             PERFORM 2110-CHECK-FSA THRU 2110-EXIT
002230     END-EVALUATE.
002240     IF CZL-REJECT-REASON NOT = SPACES
002250         GO TO 2100-EXIT
002260     END-IF.
002270     MOVE SPACES TO CZE-CUSTOMER-RECORD.
002280     MOVE CZV-STATE TO CZE-STATE.
002290     CALL "CUSTEDR" USING CZE-CUSTOMER-RECORD
002300                          CER-RESULT-AREA.
002310     EVALUATE TRUE
002320         WHEN CZV-COUNTRY-US AND CER-STATE-IS-US
002330             CONTINUE
002340         WHEN CZV-COUNTRY-CANADA AND CER-STATE-IS-CANADA
002350             CONTINUE
002360         WHEN OTHER
002370             MOVE "STATE NOT VALID FOR COUNTRY"
002380                 TO CZL-REJECT-REASON
002390     END-EVALUATE.
002400 2100-EXIT.
002410     EXIT.
002420
002430*================================================================*
002440 2110-CHECK-FSA.
002450*================================================================*
002460     MOVE "FSA NOT LETTER-DIGIT-LETTER" TO CZL-REJECT-REASON.
002470     MOVE CZV-POSTAL-CODE (1:1) TO CZL-WORK-CHAR.
002480     IF NOT CZL-WORK-IS-LETTER
002490         GO TO 2110-EXIT
002500     END-IF.
002510     MOVE CZV-POSTAL-CODE (2:1) TO CZL-WORK-CHAR.
002520     IF NOT CZL-WORK-IS-DIGIT
002530         GO TO 2110-EXIT
002540     END-IF.
002550     MOVE CZV-POSTAL-CODE (3:1) TO CZL-WORK-CHAR.
002560     IF NOT CZL-WORK-IS-LETTER
002570         GO TO 2110-EXIT
002580     END-IF.
002590     MOVE SPACES TO CZL-REJECT-REASON.
002600 2110-EXIT.
002610     EXIT.
002620
002630*================================================================*
002640 2200-BUILD-REFERENCE.
002650*================================================================*
002660*    The key city is upper case and cut to CUS-CITY's length,  *
002670*    exactly as the readers build it from a customer record;   *
002680*    the vendor's full name rides along for inquiry.           *
002690     MOVE SPACES TO CZR-POSTAL-RECORD.
002700     IF CZV-COUNTRY-US
002710         MOVE CZV-POSTAL-CODE (1:5) TO CZR-POSTAL-PREFIX
002720         SET CZR-COUNTRY-US TO TRUE
002730     ELSE
002740         MOVE CZV-POSTAL-CODE (1:3) TO CZR-POSTAL-PREFIX
002750         SET CZR-COUNTRY-CANADA TO TRUE
002760     END-IF.
002770     MOVE CZV-CITY-NAME TO CZL-WORK-CITY.
002780     INSPECT CZL-WORK-CITY
002790         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002800                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002810     MOVE CZL-WORK-CITY TO CZR-CITY.
002820     MOVE CZL-WORK-CITY TO CZR-CITY-FULL-NAME.
002830     MOVE CZV-STATE TO CZR-STATE.
002840     MOVE CZL-TODAY-DATE TO CZR-LOAD-DATE.
002850 2200-EXIT.
002860     EXIT.
002870
002880*================================================================*
002890 2800-WRITE-REJECT-LINE.
002900*================================================================*
002910     IF CZL-REJECT-COUNT = ZERO
002920         MOVE "VENDOR RECORDS REJECTED" TO RPT-LINE
002930         WRITE RPT-LINE
002940     END-IF.
002950     ADD 1 TO CZL-REJECT-COUNT.
002960     MOVE 4 TO CZL-RETURN-CODE.
002970     MOVE CZV-COUNTRY-CODE TO CZL-RJ-COUNTRY.
002980     MOVE CZV-POSTAL-CODE TO CZL-RJ-POSTAL-CODE.
002990     MOVE CZV-CITY-NAME TO CZL-RJ-CITY.
003000     MOVE CZV-STATE TO CZL-RJ-STATE.
003010     MOVE CZL-REJECT-REASON TO CZL-RJ-REASON.
003020     MOVE CZL-REJECT-LINE TO RPT-LINE.
003030     WRITE RPT-LINE.
003040 2800-EXIT.
003050     EXIT.
003060
003070*================================================================*
003080 2950-ZIPFILE-IO-ERROR.
003090*================================================================*
003100*    Anything but a duplicate key on the load is file damage - *
003110*    stop so the job does not leave a half-built reference     *
003120*    looking complete.                                         *
003130     DISPLAY "CUSTZLD: ZIPFILE I-O ERROR, STATUS="
003140         CZL-ZIPFILE-STATUS " KEY=" CZR-KEY.
003150     MOVE "** REFERENCE FILE I-O ERROR - RUN ABORTED **"
003160         TO RPT-LINE.
003170     WRITE RPT-LINE.
003180     CLOSE VNDFILE.
003190     CLOSE ZIPFILE.
003200     CLOSE RPTFILE.
003210     MOVE 16 TO RETURN-CODE.
003220     STOP RUN.
003230 2950-EXIT.
003240     EXIT.
003250
003260*================================================================*
003270 8000-TERMINATE.
003280*================================================================*
003290     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
003300     CLOSE VNDFILE.
003310     CLOSE ZIPFILE.
003320     CLOSE RPTFILE.
003330 8000-EXIT.
003340     EXIT.
003350
003360*================================================================*
003370 8100-WRITE-REPORT.
003380*================================================================*
003390     MOVE SPACES TO RPT-LINE.
003400     WRITE RPT-LINE.
003410
003420     MOVE "VENDOR RECORDS READ" TO CZL-RL-LABEL.
003430     MOVE CZL-READ-COUNT TO CZL-RL-COUNT.
003440     MOVE CZL-REPORT-LINE TO RPT-LINE.
003450     WRITE RPT-LINE.
003460
003470     MOVE "NOT-ACCEPTABLE NAMES SKIPPED" TO CZL-RL-LABEL.
003480     MOVE CZL-NOT-ACCEPT-COUNT TO CZL-RL-COUNT.
003490     MOVE CZL-REPORT-LINE TO RPT-LINE.
003500     WRITE RPT-LINE.
003510
003520     MOVE "VENDOR RECORDS REJECTED" TO CZL-RL-LABEL.
003530     MOVE CZL-REJECT-COUNT TO CZL-RL-COUNT.
003540     MOVE CZL-REPORT-LINE TO RPT-LINE.
003550     WRITE RPT-LINE.
003560
003570     MOVE "DUPLICATE PREFIX/CITY KEYS" TO CZL-RL-LABEL.
003580     MOVE CZL-DUPLICATE-COUNT TO CZL-RL-COUNT.
003590     MOVE CZL-REPORT-LINE TO RPT-LINE.
003600     WRITE RPT-LINE.
003610
003620     MOVE "REFERENCE RECORDS LOADED" TO CZL-RL-LABEL.
003630     MOVE CZL-WRITE-COUNT TO CZL-RL-COUNT.
003640     MOVE CZL-REPORT-LINE TO RPT-LINE.
003650     WRITE RPT-LINE.
003660
003670     MOVE "  US ZIP CODES" TO CZL-RL-LABEL.
003680     MOVE CZL-US-WRITE-COUNT TO CZL-RL-COUNT.
003690     MOVE CZL-REPORT-LINE TO RPT-LINE.
003700     WRITE RPT-LINE.
003710
003720     MOVE "  CANADIAN FSAS" TO CZL-RL-LABEL.
003730     MOVE CZL-CA-WRITE-COUNT TO CZL-RL-COUNT.
003740     MOVE CZL-REPORT-LINE TO RPT-LINE.
003750     WRITE RPT-LINE.
003760
003770*    Every record read was loaded, skipped, rejected or a      *
003780*    duplicate.  An empty load is out of balance with the      *
003790*    master however the counts tie.                            *
003800     ADD CZL-WRITE-COUNT CZL-NOT-ACCEPT-COUNT
003810         CZL-REJECT-COUNT CZL-DUPLICATE-COUNT
003820         GIVING CZL-SPLIT-TOTAL.
003830     EVALUATE TRUE
003840         WHEN CZL-SPLIT-TOTAL NOT = CZL-READ-COUNT
003850             MOVE "** LOAD COUNTS OUT OF BALANCE **" TO RPT-LINE
003860             MOVE 8 TO CZL-RETURN-CODE
003870         WHEN CZL-WRITE-COUNT = ZERO
003880             MOVE "** NO REFERENCE RECORDS LOADED **" TO RPT-LINE
003890             MOVE 8 TO CZL-RETURN-CODE
003900         WHEN OTHER
003910             MOVE "LOAD COUNTS TIE TO RECORDS READ - OK"
003920                 TO RPT-LINE
003930     END-EVALUATE.
003940     WRITE RPT-LINE.
003950 8100-EXIT.
003960     EXIT.
