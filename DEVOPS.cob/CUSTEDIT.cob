000160*    - CUS-ZIP-CODE must be a 5-digit US ZIP for a US state,   *
000170*      or a Canadian A9A 9A9 postal code for a province;       *
000180*    - CUS-CUSTOMER-NAME and CUS-ADDRESS-LINE must not be      *
000190*      blank;                                                  *
000192*    - the ZIP (or Canadian FSA) must belong to CUS-STATE, and *
000194*      CUS-CITY must be a city of that ZIP, on the CUSTZRF     *
000196*      postal reference loaded by CUSTZLD.                     *
000200*  Failures write one CUSTREJ record each (customer key, field *
000210*  name, reason, offending value).  Any reject sets return     *
000220*  code 4 so the job stream can see the master is not yet      *
000264*                     KSDS DEVOPS.CUST.MASTER.VSAM that        *
000266*                     CUSTMNT updates in place; CUSTFILE is    *
000268*                     read sequentially through the index.     *
000269*    10/15/2026  KR   State, ZIP and required-field rules      *
000270*                     moved into the CUSTEDR subroutine so     *
000272*                     the online maintenance transaction       *
000273*                     edits to the identical rules; CUSTEDIT   *
000275*                     still writes the rejects and counts.     *
000276*    10/15/2026  KR   Closed customers (CUS-CLOSED) are read   *
000278*                     and counted but not edited - they are    *
000279*                     never mailed and wait only for purge.    *
000281*    10/15/2026  KR   ZIP/state (ZIPS) and ZIP/city (ZIPC)     *
000282*                     checks against the CUSTZRF postal        *
000284*                     reference, ZIPFILE, for records whose    *
000285*                     state and ZIP shape already pass.        *
000287*--------------------------------------------------------------*
000288
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-Z15.
000366         RECORD KEY IS CUS-CUSTOMER-ID
000370         FILE STATUS IS CED-CUSTFILE-STATUS.
000380
000382     SELECT ZIPFILE ASSIGN TO ZIPFILE
000384         ORGANIZATION IS INDEXED
000386         ACCESS MODE IS DYNAMIC
000387         RECORD KEY IS CZR-KEY
000388         FILE STATUS IS CED-ZIPFILE-STATUS.
000389
000390     SELECT EREJFILE ASSIGN TO EREJFILE
000400         ORGANIZATION IS SEQUENTIAL.
000410
000520     RECORDING MODE IS F.
000530 COPY CUSTREJ.
000540
000542 FD  ZIPFILE.
000544 COPY CUSTZRF.
000547
000550 FD  RPTFILE
000560     RECORDING MODE IS F.
000570 01  RPT-LINE                      PIC X(80).
000630 77  CED-EOF-SWITCH                PIC X(01) VALUE "N".
000640     88 CED-END-OF-FILE                VALUE "Y".
000645 77  CED-CUSTFILE-STATUS           PIC X(02) VALUE "00".
000646 77  CED-ZIPFILE-STATUS            PIC X(02) VALUE "00".
000650 77  CED-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
000660 77  CED-REJECT-RECORD-COUNT       PIC 9(07) COMP VALUE ZERO.
000670 77  CED-REJECT-WRITE-COUNT        PIC 9(07) COMP VALUE ZERO.
000690 77  CED-BAD-ZIP-COUNT             PIC 9(07) COMP VALUE ZERO.
000700 77  CED-BLANK-NAME-COUNT          PIC 9(07) COMP VALUE ZERO.
000710 77  CED-BLANK-ADDR-COUNT          PIC 9(07) COMP VALUE ZERO.
000715 77  CED-CLOSED-COUNT              PIC 9(07) COMP VALUE ZERO.
000716 77  CED-ZIP-STATE-COUNT           PIC 9(07) COMP VALUE ZERO.
000717 77  CED-ZIP-CITY-COUNT            PIC 9(07) COMP VALUE ZERO.
000720 77  CED-RECORD-REJECTED-SW        PIC X(01) VALUE "N".
000730     88 CED-RECORD-REJECTED            VALUE "Y".
000740 77  CED-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
000742 77  CED-POSTAL-PREFIX             PIC X(05) VALUE SPACES.
000744 77  CED-POSTAL-RESULT-SW          PIC X(01) VALUE SPACE.
000746     88 CED-POSTAL-MATCHED             VALUE SPACE.
000747     88 CED-POSTAL-ZIP-STATE           VALUE "S".
000748     88 CED-POSTAL-ZIP-CITY            VALUE "C".
000750
000760*--------------------------------------------------------------*
000770*  State, ZIP and required-field answers back from CUSTEDR.    *
000780*--------------------------------------------------------------*
000790 COPY CUSTERA.
000800
001260 01  CED-REPORT-LINE.
001270     05 CED-RL-LABEL               PIC X(30).
001280     05 CED-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001448         MOVE 16 TO RETURN-CODE
001449         STOP RUN
001450     END-IF.
001451     OPEN INPUT ZIPFILE.
001452     IF CED-ZIPFILE-STATUS NOT = "00"
001453         DISPLAY "CUSTEDIT: ZIPFILE OPEN FAILED, STATUS="
001454             CED-ZIPFILE-STATUS
001455         CLOSE CUSTFILE
001456         MOVE 16 TO RETURN-CODE
001457         STOP RUN
001458     END-IF.
001459     OPEN OUTPUT EREJFILE.
001460     OPEN OUTPUT RPTFILE.
001470     PERFORM 1100-READ-CUSTFILE THRU 1100-EXIT.
001480 1000-EXIT.
001620 2000-PROCESS-RECORD.
001630*================================================================*
001640     ADD 1 TO CED-RECORD-COUNT.
001641     IF CUS-CLOSED
001642         ADD 1 TO CED-CLOSED-COUNT
001643         PERFORM 1100-READ-CUSTFILE THRU 1100-EXIT
001644         GO TO 2000-EXIT
001645     END-IF.
001650     MOVE "N" TO CED-RECORD-REJECTED-SW.
001660     CALL "CUSTEDR" USING CUS-CUSTOMER-RECORD
001670                          CER-RESULT-AREA.
001680     PERFORM 2100-EDIT-STATE THRU 2100-EXIT.
001690     PERFORM 2200-EDIT-ZIP-CODE THRU 2200-EXIT.
001700     PERFORM 2300-EDIT-REQUIRED-FIELDS THRU 2300-EXIT.
001705     PERFORM 2400-EDIT-POSTAL-REFERENCE THRU 2400-EXIT.
001710     IF CED-RECORD-REJECTED
001720         ADD 1 TO CED-REJECT-RECORD-COUNT
001730     END-IF.
001740     PERFORM 1100-READ-CUSTFILE THRU 1100-EXIT.
001750 2000-EXIT.
001760     EXIT.
001770
001780*================================================================*
001790 2100-EDIT-STATE.
001800*================================================================*
001810     IF NOT CER-STATE-OK
001820         MOVE "STATE" TO CUJ-FIELD-NAME
001830         MOVE "STAT" TO CUJ-REASON-CODE
001840         MOVE CUS-STATE TO CUJ-FIELD-VALUE
001850         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001860         ADD 1 TO CED-BAD-STATE-COUNT
001870     END-IF.
001880 2100-EXIT.
001890     EXIT.
001900
001910*================================================================*
001920 2200-EDIT-ZIP-CODE.
001930*================================================================*
001940*    CUSTEDR holds the ZIP to the shape for the country the    *
001950*    state landed in, and passes it when the state is unknown  *
001960*    since that record is already rejected in 2100.            *
001970     IF NOT CER-ZIP-OK
001980         MOVE "ZIP-CODE" TO CUJ-FIELD-NAME
001990         MOVE "ZIPF" TO CUJ-REASON-CODE
002000         MOVE CUS-ZIP-CODE TO CUJ-FIELD-VALUE
002010         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002020         ADD 1 TO CED-BAD-ZIP-COUNT
002030     END-IF.
002040 2200-EXIT.
002050     EXIT.
002060
002070*================================================================*
002080 2300-EDIT-REQUIRED-FIELDS.
002090*================================================================*
002100     IF NOT CER-NAME-OK
002110         MOVE "CUSTOMER-NAME" TO CUJ-FIELD-NAME
002120         MOVE "NAMB" TO CUJ-REASON-CODE
002130         MOVE CUS-CUSTOMER-NAME TO CUJ-FIELD-VALUE
002140         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002150         ADD 1 TO CED-BLANK-NAME-COUNT
002160     END-IF.
002170     IF NOT CER-ADDR-OK
002180         MOVE "ADDRESS-LINE" TO CUJ-FIELD-NAME
002190         MOVE "ADRB" TO CUJ-REASON-CODE
002200         MOVE CUS-ADDRESS-LINE TO CUJ-FIELD-VALUE
002210         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002220         ADD 1 TO CED-BLANK-ADDR-COUNT
002230     END-IF.
002240 2300-EXIT.
002250     EXIT.
002260
002270*================================================================*
002280 2400-EDIT-POSTAL-REFERENCE.
002290*================================================================*
002300*    Only a record whose state and ZIP shape already pass is   *
002310*    held to the postal reference - anything else is rejected  *
002320*    above, and its ZIP prefix cannot be trusted.              *
002330     IF NOT CER-STATE-OK OR NOT CER-ZIP-OK
002340         GO TO 2400-EXIT
002350     END-IF.
002360     PERFORM 2410-LOOKUP-POSTAL-REF THRU 2410-EXIT.
002370     EVALUATE TRUE
002380         WHEN CED-POSTAL-ZIP-STATE
002390             MOVE "ZIP-CODE" TO CUJ-FIELD-NAME
002400             MOVE "ZIPS" TO CUJ-REASON-CODE
002410             MOVE SPACES TO CUJ-FIELD-VALUE
002420             MOVE CUS-ZIP-CODE TO CUJ-FIELD-VALUE (1:8)
002430             MOVE CUS-STATE TO CUJ-FIELD-VALUE (10:2)
002440             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002450             ADD 1 TO CED-ZIP-STATE-COUNT
002460         WHEN CED-POSTAL-ZIP-CITY
002470             MOVE "CITY" TO CUJ-FIELD-NAME
002480             MOVE "ZIPC" TO CUJ-REASON-CODE
002490             MOVE CUS-CITY TO CUJ-FIELD-VALUE
002500             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002510             ADD 1 TO CED-ZIP-CITY-COUNT
002520     END-EVALUATE.
002530 2400-EXIT.
002540     EXIT.
002550
002560*================================================================*
002570 2410-LOOKUP-POSTAL-REF.
002580*================================================================*
002590*    The reference is keyed ZIP (or the 3-byte FSA of a        *
002600*    Canadian postal code) then upper-case city.  An exact hit *
002610*    must carry the customer's state.  On a miss the first     *
002620*    entry for the prefix decides: no entry at all, or one in  *
002630*    another state, means the ZIP is not in the state (ZIPS);  *
002640*    an entry in the right state means the ZIP is good but the *
002650*    city is not one of its cities (ZIPC).                     *
002660     MOVE SPACE TO CED-POSTAL-RESULT-SW.
002670     MOVE SPACES TO CZR-KEY.
002680     IF CER-STATE-IS-US
002690         MOVE CUS-ZIP-CODE (1:5) TO CZR-POSTAL-PREFIX
002700     ELSE
002710         MOVE CUS-ZIP-CODE (1:3) TO CZR-POSTAL-PREFIX
002720     END-IF.
002730     MOVE CZR-POSTAL-PREFIX TO CED-POSTAL-PREFIX.
002740     MOVE CUS-CITY TO CZR-CITY.
002750     INSPECT CZR-CITY
002760         CONVERTING "abcdefghijklmnopqrstuvwxyz"
002770                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002780     IF CZR-CITY NOT = SPACES
002790         READ ZIPFILE RECORD
002800             KEY IS CZR-KEY
002810             INVALID KEY
002820                 CONTINUE
002830         END-READ
002840         EVALUATE CED-ZIPFILE-STATUS
002850             WHEN "00"
002860                 IF CZR-STATE NOT = CUS-STATE
002870                     MOVE "S" TO CED-POSTAL-RESULT-SW
002880                 END-IF
002890                 GO TO 2410-EXIT
002900             WHEN "23"
002910                 CONTINUE
002920             WHEN OTHER
002930                 PERFORM 2950-ZIPFILE-IO-ERROR THRU 2950-EXIT
002940         END-EVALUATE
002950     END-IF.
002960     MOVE CED-POSTAL-PREFIX TO CZR-POSTAL-PREFIX.
002970     MOVE LOW-VALUES TO CZR-CITY.
002980     START ZIPFILE
002990         KEY IS NOT LESS THAN CZR-KEY
003000         INVALID KEY
003010             CONTINUE
003020     END-START.
003030     EVALUATE CED-ZIPFILE-STATUS
003040         WHEN "00"
003050             CONTINUE
003060         WHEN "23"
003070             MOVE "S" TO CED-POSTAL-RESULT-SW
003080             GO TO 2410-EXIT
003090         WHEN OTHER
003100             PERFORM 2950-ZIPFILE-IO-ERROR THRU 2950-EXIT
003110     END-EVALUATE.
003111     READ ZIPFILE NEXT RECORD
003112         AT END
003113             CONTINUE
003114     END-READ.
003115     EVALUATE CED-ZIPFILE-STATUS
003116         WHEN "00"
003117             CONTINUE
003118         WHEN "10"
003119             MOVE "S" TO CED-POSTAL-RESULT-SW
003120             GO TO 2410-EXIT
003121         WHEN OTHER
003122             PERFORM 2950-ZIPFILE-IO-ERROR THRU 2950-EXIT
003123     END-EVALUATE.
003124     IF CZR-POSTAL-PREFIX NOT = CED-POSTAL-PREFIX
003125         OR CZR-STATE NOT = CUS-STATE
003126         MOVE "S" TO CED-POSTAL-RESULT-SW
003127     ELSE
003128         MOVE "C" TO CED-POSTAL-RESULT-SW
003129     END-IF.
003130 2410-EXIT.
003132     EXIT.
003135
003137*================================================================*
003140 2900-WRITE-REJECT.
003150*================================================================*
003160*    The caller has already set CUJ-FIELD-NAME, CUJ-REASON-    *
003230 2900-EXIT.
003240     EXIT.
003250
003252*================================================================*
003254 2950-ZIPFILE-IO-ERROR.
003256*================================================================*
003258*    A reference read that is neither a hit nor a clean miss   *
003260*    would make every later answer suspect - stop the edit.    *
003262     DISPLAY "CUSTEDIT: ZIPFILE I-O ERROR, STATUS="
003264         CED-ZIPFILE-STATUS " KEY=" CZR-KEY.
003266     CLOSE CUSTFILE.
003268     CLOSE ZIPFILE.
003270     CLOSE EREJFILE.
003272     CLOSE RPTFILE.
003274     MOVE 16 TO RETURN-CODE.
003276     STOP RUN.
003278 2950-EXIT.
003280     EXIT.
003282
003284*================================================================*
003286 8000-TERMINATE.
003288*================================================================*
003290     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
003300     CLOSE CUSTFILE.
003305     CLOSE ZIPFILE.
003310     CLOSE EREJFILE.
003320     CLOSE RPTFILE.
003330 8000-EXIT.
003460     MOVE CED-REPORT-LINE TO RPT-LINE.
003470     WRITE RPT-LINE.
003480
003482     MOVE "CLOSED CUSTOMERS SKIPPED" TO CED-RL-LABEL.
003484     MOVE CED-CLOSED-COUNT TO CED-RL-COUNT.
003486     MOVE CED-REPORT-LINE TO RPT-LINE.
003488     WRITE RPT-LINE.
003489
003490     MOVE "RECORDS WITH EDIT FAILURES" TO CED-RL-LABEL.
003500     MOVE CED-REJECT-RECORD-COUNT TO CED-RL-COUNT.
003510     MOVE CED-REPORT-LINE TO RPT-LINE.
003750     MOVE CED-BLANK-ADDR-COUNT TO CED-RL-COUNT.
003760     MOVE CED-REPORT-LINE TO RPT-LINE.
003770     WRITE RPT-LINE.
003772
003774     MOVE "ZIP/STATE MISMATCHES" TO CED-RL-LABEL.
003776     MOVE CED-ZIP-STATE-COUNT TO CED-RL-COUNT.
003778     MOVE CED-REPORT-LINE TO RPT-LINE.
003779     WRITE RPT-LINE.
003780
003782     MOVE "ZIP/CITY MISMATCHES" TO CED-RL-LABEL.
003783     MOVE CED-ZIP-CITY-COUNT TO CED-RL-COUNT.
003785     MOVE CED-REPORT-LINE TO RPT-LINE.
003786     WRITE RPT-LINE.
003788 8100-EXIT.
003790     EXIT.
