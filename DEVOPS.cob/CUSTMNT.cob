000150*    - ADD    writes a new record (duplicate key suspensed);   *
000160*    - CHANGE rewrites each non-blank transaction field        *
000170*             (missing key suspensed);                         *
000180*    - DELETE closes the customer - CUS-STATUS C, close date   *
000182*             the run date - and leaves the record on file     *
000184*             (missing key suspensed);                         *
000186*    - REOPEN puts a closed customer back to active (missing   *
000188*             key, or a customer not closed, suspensed).       *
000189*  A change or delete for a closed customer suspenses with     *
000191*  reason CLSD; an add for one is a duplicate like any other.  *
000194*  Closed customers leave the master only through CUSTPURG.    *
000197*                                                              *
000200*  Before an add or change is applied, every character of the  *
000210*  incoming name, address and city is passed through           *
000220*  CONDITIONS and through the CONDRULE/CONDTAB field-type      *
000250*  RULE; the CONDITIONS classification is tallied for the      *
000260*  summary report the way CONDRVR tallies it.  Every applied   *
000270*  transaction writes a before/after audit image (CUSTAUD) so  *
000271*  audit can prove what changed on which run.                  *
000272*                                                              *
000274*  An add, or a change that touches the city, state or ZIP,    *
000275*  is then held to the CUSTZRF postal reference (ZIPFILE) as   *
000276*  CUSTEDIT holds the master: a ZIP that is not in the state   *
000278*  suspenses with reason ZIPS, a city that is not in the ZIP   *
000279*  with reason ZIPC, so a bad address is stopped here and not  *
000281*  found by the next night's edit.                             *
000282*                                                              *
000284*  Checkpoint/restart follows CONDRVR: every CHECKPOINT=       *
000286*  transactions the audit and suspense files are closed and    *
000288*  reopened (so all they hold is on disk) and a CUSTCHK record *
000290*  with the position and running counts is appended to         *
000292*  CHKFILE.  If the last checkpoint on file is not flagged     *
000294*  complete, the next run is a restart: it resumes after the   *
000296*  checkpointed transaction under the original run date, and   *
000298*  the transactions the failed attempt got past the checkpoint *
000300*  are matched, in order, against the audit images and         *
000302*  suspense records that attempt left beyond it - a match was  *
000304*  already applied (or suspensed) and is counted, not redone,  *
000306*  so no image or suspense record is written twice.  A         *
000308*  RESTART=NO card starts fresh instead (after the pre-update  *
000310*  backup has been restored).                                  *
000312*--------------------------------------------------------------*
000313*  MODIFICATION HISTORY                                        *
000314*    08/22/2026  KR   Original program.                        *
000315*    08/22/2026  KR   Validation now makes ONE CALL to CONDFLD *
000316*                     per field instead of per-character CALLs  *
000317*                     to CONDITIONS and CONDRULE - same         *
000318*                     answers, less CALL overhead (CONDFDA).    *
000319*    08/22/2026  KR   Code review fix: CTN-CUSTOMER-ID,        *
000320*                     CTN-STATE and CTN-ZIP-CODE bypassed      *
000321*                     validation - a transaction with garbage  *
000322*                     in them applied cleanly.  All six fields *
000323*                     now validate against the new CUST-ID,    *
000324*                     STATE and ZIP types added to CONDTAB.    *
000325*    09/02/2026  KR   The master is now the keyed KSDS          *
000326*                     DEVOPS.CUST.MASTER.VSAM (loaded once by   *
000327*                     the CUSTVDEF job) and CUSTMNT applies     *
000328*                     adds, changes and deletes directly by     *
000329*                     key - no more balanced-line full          *
000330*                     rewrite, no OLDMAST/NEWMAST pair, no      *
000331*                     nightly copy-over.  Suspense and          *
000332*                     CUSTAUD behavior are unchanged.           *
000333*    09/02/2026  KR   Suspense records now carry CSU-RUN-DATE   *
000334*                     so the CONDSCOR monthly scorecard can     *
000336*                     count suspense by month (CUSTSUS grew     *
000337*                     to 132 bytes).                            *
000338*    10/15/2026  KR   Audit images are stamped CAU-ORIGIN blank *
000339*                     (batch) so CUSTRECN and CUSTHIST can tell *
000340*                     them from online maintenance images.      *
000341*    10/15/2026  KR   Checkpoint/restart for the UPDATE step:   *
000342*                     CHKFILE (CUSTCHK) every CHECKPOINT=       *
000343*                     transactions, automatic restart from an   *
000344*                     incomplete last checkpoint with in-doubt  *
000345*                     transactions matched against the failed   *
000346*                     attempt's audit and suspense records, and *
000347*                     restart details on the summary report.    *
000348*                     New SYSIN cards CHECKPOINT= and RESTART=. *
000349*    10/15/2026  KR   Logical close: a delete now closes the    *
000350*                     customer instead of removing it, new      *
000351*                     reopen transaction R, suspense reasons    *
000353*                     CLSD and OPEN, reopen count on the        *
000354*                     report and the checkpoint.                *
000355*    10/15/2026  KR   ZIP/state and ZIP/city check of adds and  *
000356*                     address changes against the CUSTZRF       *
000357*                     postal reference (ZIPFILE); mismatches    *
000358*                     suspense as ZIPS or ZIPC.                 *
000359*    10/15/2026  KR   Fresh run writes a zero checkpoint at     *
000360*                     once; master closed and reopened at each  *
000361*                     checkpoint; postal reference check        *
000362*                     skipped when CUSTEDR rejects the state or *
000363*                     ZIP shape.                                *
000364*--------------------------------------------------------------*
000365
000366 ENVIRONMENT DIVISION.
000367 CONFIGURATION SECTION.
000368 SOURCE-COMPUTER. IBM-Z15.
000370 OBJECT-COMPUTER. IBM-Z15.
000380
000390 INPUT-OUTPUT SECTION.
000470         RECORD KEY IS CUS-CUSTOMER-ID
000480         FILE STATUS IS CMN-MSTFILE-STATUS.
000490
000492     SELECT ZIPFILE ASSIGN TO ZIPFILE
000494         ORGANIZATION IS INDEXED
000496         ACCESS MODE IS DYNAMIC
000497         RECORD KEY IS CZR-KEY
000498         FILE STATUS IS CMN-ZIPFILE-STATUS.
000499
000500     SELECT SUSFILE ASSIGN TO SUSFILE
000510         ORGANIZATION IS SEQUENTIAL.
000520
000550
000560     SELECT RPTFILE ASSIGN TO RPTFILE
000570         ORGANIZATION IS SEQUENTIAL.
000572
000574     SELECT OPTIONAL CHKFILE ASSIGN TO CHKFILE
000576         ORGANIZATION IS SEQUENTIAL
000578         FILE STATUS IS CMN-CHKFILE-STATUS.
000580
000582     SELECT OPTIONAL CTLFILE ASSIGN TO SYSIN
000584         ORGANIZATION IS SEQUENTIAL
000586         FILE STATUS IS CMN-CTLFILE-STATUS.
000588
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TRNFILE
000650 FD  MSTFILE.
000660 COPY CUSTREC.
000670
000672 FD  ZIPFILE.
000674 COPY CUSTZRF.
000677
000680 FD  SUSFILE
000690     RECORDING MODE IS F.
000700 COPY CUSTSUS.
000760 FD  RPTFILE
000770     RECORDING MODE IS F.
000780 01  RPT-LINE                      PIC X(80).
000782
000784 FD  CHKFILE
000786     RECORDING MODE IS F.
000788 COPY CUSTCHK.
000790
000792 FD  CTLFILE
000794     RECORDING MODE IS F.
000796 01  CMN-CONTROL-CARD              PIC X(80).
000798
000800 WORKING-STORAGE SECTION.
000810*--------------------------------------------------------------*
000820*  Standalone switches and counters.                           *
000840 77  CMN-TRN-EOF-SWITCH            PIC X(01) VALUE "N".
000850     88 CMN-TRN-END-OF-FILE            VALUE "Y".
000860 77  CMN-MSTFILE-STATUS            PIC X(02) VALUE "00".
000865 77  CMN-ZIPFILE-STATUS            PIC X(02) VALUE "00".
000870 77  CMN-TRAN-COUNT                PIC 9(07) COMP VALUE ZERO.
000880 77  CMN-MASTER-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
000890 77  CMN-ADD-COUNT                 PIC 9(07) COMP VALUE ZERO.
000900 77  CMN-CHANGE-COUNT              PIC 9(07) COMP VALUE ZERO.
000910 77  CMN-DELETE-COUNT              PIC 9(07) COMP VALUE ZERO.
000915 77  CMN-REOPEN-COUNT              PIC 9(07) COMP VALUE ZERO.
000920 77  CMN-SUSPENSE-COUNT            PIC 9(07) COMP VALUE ZERO.
000930 77  CMN-INVALID-CHAR-COUNT        PIC 9(07) COMP VALUE ZERO.
000940 77  CMN-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
001240 77  CMN-TRAN-VALID-SW             PIC X(01) VALUE "Y".
001250     88 CMN-TRAN-VALID                 VALUE "Y".
001260 77  CMN-FAIL-FIELD-NAME           PIC X(20) VALUE SPACES.
001262
001263*--------------------------------------------------------------*
001264*  Postal reference check of the record about to be written:   *
001265*  CUSTEDR says which country the state is in (so which part   *
001266*  of the ZIP is the key) and the switch carries the answer.   *
001267*--------------------------------------------------------------*
001268 COPY CUSTERA.
001269 77  CMN-POSTAL-PREFIX             PIC X(05) VALUE SPACES.
001270 77  CMN-POSTAL-RESULT-SW          PIC X(01) VALUE SPACE.
001271     88 CMN-POSTAL-MATCHED             VALUE SPACE.
001272     88 CMN-POSTAL-ZIP-STATE           VALUE "S".
001273     88 CMN-POSTAL-ZIP-CITY            VALUE "C".
001276
001280 01  CMN-REPORT-LINE.
001290     05 CMN-RL-LABEL               PIC X(30).
001300     05 CMN-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001340*  see CONDFDA for the field definitions.                     *
001350*--------------------------------------------------------------*
001360 COPY CONDFDA.
001362
001364*--------------------------------------------------------------*
001366*  Restart / checkpoint controls, as in CONDRVR.  The interval *
001368*  is capped at 1000 so all a failed attempt can have written  *
001370*  past its last checkpoint fits the in-doubt tables below.    *
001372*--------------------------------------------------------------*
001374 77  CMN-CHKFILE-STATUS            PIC X(02) VALUE "00".
001376 77  CMN-CHK-EOF-SWITCH            PIC X(01) VALUE "N".
001378 77  CMN-FOUND-CHECKPOINT-SW       PIC X(01) VALUE "N".
001380     88 CMN-FOUND-CHECKPOINT           VALUE "Y".
001382 77  CMN-RESTART-SWITCH            PIC X(01) VALUE "N".
001384     88 CMN-IS-RESTART                 VALUE "Y".
001386 77  CMN-RESTART-ALLOWED-SW        PIC X(01) VALUE "Y".
001388     88 CMN-RESTART-ALLOWED            VALUE "Y".
001390 77  CMN-RESTART-OVERRIDDEN-SW     PIC X(01) VALUE "N".
001392     88 CMN-RESTART-OVERRIDDEN         VALUE "Y".
001394 77  CMN-RESTART-TARGET-COUNT      PIC 9(09) COMP VALUE ZERO.
001396 77  CMN-SKIP-INDEX                PIC 9(09) COMP VALUE ZERO.
001398 77  CMN-CHECKPOINT-INTERVAL       PIC 9(07) COMP VALUE 1000.
001400 77  CMN-CHECKPOINT-REMAINDER      PIC 9(07) COMP VALUE ZERO.
001402 77  CMN-CHECKPOINT-QUOTIENT       PIC 9(07) COMP VALUE ZERO.
001404 77  CMN-CHECKPOINT-COUNT          PIC 9(07) COMP VALUE ZERO.
001406 77  CMN-RESTART-ERROR-SW          PIC X(01) VALUE "N".
001408     88 CMN-RESTART-ERROR              VALUE "Y".
001409 77  CMN-CHECKPOINT-STATE-SW       PIC X(01) VALUE "N".
001410 01  CMN-RESTART-LAST-IMAGE        PIC X(100) VALUE SPACES.
001412 01  CMN-RESTART-ERROR-TEXT        PIC X(80) VALUE SPACES.
001414
001416*--------------------------------------------------------------*
001418*  What the committed part of the run wrote last - carried in  *
001420*  every checkpoint so a restart can find where that part      *
001422*  ends on the audit trail and on the suspense file.           *
001424*--------------------------------------------------------------*
001426 77  CMN-LAST-AUDIT-KEY            PIC X(10) VALUE SPACES.
001428 77  CMN-LAST-AUDIT-CODE           PIC X(01) VALUE SPACE.
001430 01  CMN-LAST-SUSPENSE-IMAGE       PIC X(100) VALUE SPACES.
001432
001434*--------------------------------------------------------------*
001436*  In-doubt tables: the audit images and suspense records a    *
001438*  failed attempt wrote after its last checkpoint, in the      *
001440*  order written.  Each entry is used up by the restarted      *
001442*  run's transaction that produced it.                         *
001444*--------------------------------------------------------------*
001446 77  CMN-AUD-EOF-SWITCH            PIC X(01) VALUE "N".
001448 77  CMN-SUS-EOF-SWITCH            PIC X(01) VALUE "N".
001450 77  CMN-COMMITTED-AUDIT-COUNT     PIC 9(07) COMP VALUE ZERO.
001452 77  CMN-RUN-RECORDS-SEEN          PIC 9(07) COMP VALUE ZERO.
001454 77  CMN-TAIL-MAX-ENTRIES          PIC 9(04) COMP VALUE 1000.
001456 77  CMN-AUD-TAIL-COUNT            PIC 9(04) COMP VALUE ZERO.
001458 77  CMN-AUD-TAIL-NEXT             PIC 9(04) COMP VALUE 1.
001460 77  CMN-SUS-TAIL-COUNT            PIC 9(04) COMP VALUE ZERO.
001462 77  CMN-SUS-TAIL-NEXT             PIC 9(04) COMP VALUE 1.
001464 77  CMN-IN-DOUBT-AUDIT-COUNT      PIC 9(07) COMP VALUE ZERO.
001466 77  CMN-IN-DOUBT-SUSPENSE-COUNT   PIC 9(07) COMP VALUE ZERO.
001468 77  CMN-UNMATCHED-TAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
001470 77  CMN-ALREADY-DONE-SW           PIC X(01) VALUE "N".
001472     88 CMN-ALREADY-DONE               VALUE "Y".
001474
001476 01  CMN-AUDIT-TAIL-TABLE.
001478     05 CMN-AUD-TAIL-ENTRY OCCURS 1000 TIMES.
001480         10 CMN-AUD-TAIL-KEY       PIC X(10).
001482         10 CMN-AUD-TAIL-CODE      PIC X(01).
001484
001486 01  CMN-SUSPENSE-TAIL-TABLE.
001488     05 CMN-SUS-TAIL-ENTRY OCCURS 1000 TIMES.
001490         10 CMN-SUS-TAIL-IMAGE     PIC X(100).
001492         10 CMN-SUS-TAIL-REASON    PIC X(04).
001494
001496*--------------------------------------------------------------*
001498*  Run-control cards, the KEYWORD=VALUE cards CONDRVR reads    *
001500*  on SYSIN: CHECKPOINT=n (1-1000) and RESTART=YES/NO.  A bad  *
001502*  card aborts the run before anything is applied.             *
001504*--------------------------------------------------------------*
001506 77  CMN-CTLFILE-STATUS            PIC X(02) VALUE "00".
001508 77  CMN-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
001510     88 CMN-CTL-END-OF-FILE            VALUE "Y".
001512 77  CMN-CARD-KEYWORD              PIC X(16) VALUE SPACES.
001514 77  CMN-CARD-VALUE                PIC X(16) VALUE SPACES.
001516 77  CMN-CARD-VALUE-NUM            PIC 9(08) COMP VALUE ZERO.
001518 77  CMN-VALUE-SUB                 PIC 9(02) COMP VALUE ZERO.
001520 77  CMN-VALUE-DONE-SW             PIC X(01) VALUE "N".
001522     88 CMN-VALUE-DONE                 VALUE "Y".
001524 77  CMN-CARD-ERROR-SW             PIC X(01) VALUE "N".
001526     88 CMN-CARD-ERROR                 VALUE "Y".
001528
001530 01  CMN-VALUE-CHAR-AREA.
001532     05 CMN-VALUE-CHAR             PIC X(01).
001534     05 CMN-VALUE-DIGIT REDEFINES CMN-VALUE-CHAR
001536                                   PIC 9(01).
001538
001540 01  CMN-RESUME-LINE.
001542     05 FILLER                     PIC X(30) VALUE
001544         "RESUMED AFTER CUSTOMER-ID".
001546     05 CMN-RSL-KEY                PIC X(10).
001548     05 FILLER                     PIC X(40) VALUE SPACES.
001549
001550 PROCEDURE DIVISION.
001551*================================================================*
001552 0000-MAINLINE.
001553*================================================================*
001554     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001555     PERFORM 2100-APPLY-TRANSACTION THRU 2100-EXIT
001556         UNTIL CMN-TRN-END-OF-FILE.
001557     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001558     MOVE CMN-RETURN-CODE TO RETURN-CODE.
001559     STOP RUN.
001560
001561*================================================================*
001562 1000-INITIALIZE.
001563*================================================================*
001564     OPEN INPUT TRNFILE.
001565     OPEN I-O MSTFILE.
001566     IF CMN-MSTFILE-STATUS NOT = "00"
001567         DISPLAY "CUSTMNT: MSTFILE OPEN I-O FAILED, STATUS="
001568             CMN-MSTFILE-STATUS
001570         CLOSE TRNFILE
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610     OPEN INPUT ZIPFILE.
001612     IF CMN-ZIPFILE-STATUS NOT = "00"
001614         DISPLAY "CUSTMNT: ZIPFILE OPEN FAILED, STATUS="
001616             CMN-ZIPFILE-STATUS
001618         CLOSE TRNFILE
001620         CLOSE MSTFILE
001622         MOVE 16 TO RETURN-CODE
001624         STOP RUN
001626     END-IF.
001630     OPEN OUTPUT RPTFILE.
001632     ACCEPT CMN-TODAY-DATE FROM DATE YYYYMMDD.
001634     PERFORM 1010-READ-CONTROL-CARDS THRU 1010-EXIT.
001637     PERFORM 1040-CHECK-FOR-RESTART THRU 1040-EXIT.
001639*    A restart collects what the failed attempt left past its  *
001641*    checkpoint first - 1070 and 1080 open AUDFILE and SUSFILE *
001644*    INPUT and close them again - and only then reopens them   *
001645*    EXTEND, skips the committed transactions and proves it    *
001646*    has landed on the checkpointed one.                       *
001647     IF CMN-IS-RESTART
001648         PERFORM 1070-LOAD-AUDIT-TAIL THRU 1070-EXIT
001649         PERFORM 1080-LOAD-SUSPENSE-TAIL THRU 1080-EXIT
001650         OPEN EXTEND SUSFILE
001651         PERFORM 1060-SKIP-PROCESSED-TRAN THRU 1060-EXIT
001652             VARYING CMN-SKIP-INDEX FROM 1 BY 1
001653             UNTIL CMN-SKIP-INDEX > CMN-RESTART-TARGET-COUNT
001654                 OR CMN-TRN-END-OF-FILE
001655         PERFORM 1065-VERIFY-RESTART-POSITION THRU 1065-EXIT
001656     ELSE
001657         OPEN OUTPUT SUSFILE
001658     END-IF.
001659     OPEN EXTEND AUDFILE.
001660     PERFORM 1050-BUILD-FIELD-TABLE THRU 1050-EXIT.
001665     PERFORM 1100-READ-TRNFILE THRU 1100-EXIT.
001670 1000-EXIT.
001680     EXIT.
001681
001683*================================================================*
001685 1010-READ-CONTROL-CARDS.
001686*================================================================*
001687     OPEN INPUT CTLFILE.
001688     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
001689     PERFORM 1015-PROCESS-CONTROL-CARD THRU 1015-EXIT
001690         UNTIL CMN-CTL-END-OF-FILE.
001691     CLOSE CTLFILE.
001692 1010-EXIT.
001693     EXIT.
001694
001695*================================================================*
001696 1012-READ-CONTROL-CARD.
001697*================================================================*
001698     READ CTLFILE
001699         AT END
001700             MOVE "Y" TO CMN-CTL-EOF-SWITCH
001701     END-READ.
001702 1012-EXIT.
001703     EXIT.
001704
001705*================================================================*
001706 1015-PROCESS-CONTROL-CARD.
001707*================================================================*
001708     IF CMN-CONTROL-CARD = SPACES
001709         OR CMN-CONTROL-CARD (1:1) = "*"
001710         CONTINUE
001711     ELSE
001712         MOVE SPACES TO CMN-CARD-KEYWORD
001713         MOVE SPACES TO CMN-CARD-VALUE
001714         UNSTRING CMN-CONTROL-CARD DELIMITED BY "="
001715             INTO CMN-CARD-KEYWORD
001716                  CMN-CARD-VALUE
001717         END-UNSTRING
001718         PERFORM 1020-APPLY-CONTROL-CARD THRU 1020-EXIT
001719         IF CMN-CARD-ERROR
001720             PERFORM 1030-CONTROL-CARD-ERROR THRU 1030-EXIT
001721         END-IF
001722     END-IF.
001723     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
001724 1015-EXIT.
001725     EXIT.
001726
001727*================================================================*
001728 1018-CONVERT-CARD-VALUE.
001729*================================================================*
001730*    Left-justified unsigned digits ending at the first space;  *
001731*    anything else in the value is a card error.                *
001732     MOVE "N" TO CMN-CARD-ERROR-SW.
001733     MOVE "N" TO CMN-VALUE-DONE-SW.
001734     MOVE ZERO TO CMN-CARD-VALUE-NUM.
001735     IF CMN-CARD-VALUE = SPACES
001736         MOVE "Y" TO CMN-CARD-ERROR-SW
001737     ELSE
001738         PERFORM 1019-CONVERT-VALUE-CHAR THRU 1019-EXIT
001739             VARYING CMN-VALUE-SUB FROM 1 BY 1
001740             UNTIL CMN-VALUE-SUB > 16
001741                 OR CMN-VALUE-DONE
001742                 OR CMN-CARD-ERROR
001743     END-IF.
001744 1018-EXIT.
001745     EXIT.
001746
001747*================================================================*
001748 1019-CONVERT-VALUE-CHAR.
001749*================================================================*
001750     MOVE CMN-CARD-VALUE (CMN-VALUE-SUB:1) TO CMN-VALUE-CHAR.
001751     EVALUATE TRUE
001752         WHEN CMN-VALUE-CHAR = SPACE
001753             MOVE "Y" TO CMN-VALUE-DONE-SW
001754         WHEN CMN-VALUE-DIGIT IS NUMERIC
001755             COMPUTE CMN-CARD-VALUE-NUM =
001756                 CMN-CARD-VALUE-NUM * 10 + CMN-VALUE-DIGIT
001757                 ON SIZE ERROR
001758                     MOVE "Y" TO CMN-CARD-ERROR-SW
001759             END-COMPUTE
001760         WHEN OTHER
001761             MOVE "Y" TO CMN-CARD-ERROR-SW
001762     END-EVALUATE.
001763 1019-EXIT.
001764     EXIT.
001765
001766*================================================================*
001767 1020-APPLY-CONTROL-CARD.
001768*================================================================*
001769*    CHECKPOINT is held to the size of the in-doubt tables;     *
001770*    RESTART takes YES (the default) or NO.                     *
001771     MOVE "N" TO CMN-CARD-ERROR-SW.
001772     EVALUATE CMN-CARD-KEYWORD
001773         WHEN "CHECKPOINT"
001774             PERFORM 1018-CONVERT-CARD-VALUE THRU 1018-EXIT
001775             IF NOT CMN-CARD-ERROR
001776                 IF CMN-CARD-VALUE-NUM >= 1
001777                     AND CMN-CARD-VALUE-NUM
001778                         <= CMN-TAIL-MAX-ENTRIES
001779                     MOVE CMN-CARD-VALUE-NUM
001780                         TO CMN-CHECKPOINT-INTERVAL
001781                 ELSE
001782                     MOVE "Y" TO CMN-CARD-ERROR-SW
001783                 END-IF
001784             END-IF
001785         WHEN "RESTART"
001786             EVALUATE CMN-CARD-VALUE
001787                 WHEN "YES"
001788                     MOVE "Y" TO CMN-RESTART-ALLOWED-SW
001789                 WHEN "NO"
001790                     MOVE "N" TO CMN-RESTART-ALLOWED-SW
001791                 WHEN OTHER
001792                     MOVE "Y" TO CMN-CARD-ERROR-SW
001793             END-EVALUATE
001794         WHEN OTHER
001795             MOVE "Y" TO CMN-CARD-ERROR-SW
001796     END-EVALUATE.
001797 1020-EXIT.
001798     EXIT.
001799
001800*================================================================*
001801 1030-CONTROL-CARD-ERROR.
001802*================================================================*
001803     MOVE "** INVALID RUN-CONTROL CARD - RUN ABORTED **"
001804         TO RPT-LINE.
001805     WRITE RPT-LINE.
001806     MOVE CMN-CONTROL-CARD TO RPT-LINE.
001807     WRITE RPT-LINE.
001808     CLOSE TRNFILE.
001809     CLOSE MSTFILE.
001810     CLOSE ZIPFILE.
001811     CLOSE RPTFILE.
001812     CLOSE CTLFILE.
001813     MOVE 12 TO RETURN-CODE.
001814     STOP RUN.
001815 1030-EXIT.
001816     EXIT.
001817
001818*================================================================*
001819 1040-CHECK-FOR-RESTART.
001820*================================================================*
001821*    The last checkpoint on file decides.  None, or one flagged *
001822*    complete, is a fresh run.  An incomplete one is a restart  *
001823*    from it - unless RESTART=NO says the pre-update backup has *
001824*    been restored and the run is starting over.  A fresh run   *
001825*    writes a zero checkpoint at once, so a failure before the  *
001826*    first interval still restarts instead of reapplying the    *
001827*    transactions it had already got through.                   *
001828     OPEN INPUT CHKFILE.
001829     IF CMN-CHKFILE-STATUS = "00"
001830         PERFORM 1045-READ-LAST-CHECKPOINT THRU 1045-EXIT
001831             UNTIL CMN-CHK-EOF-SWITCH = "Y"
001832         IF CMN-FOUND-CHECKPOINT AND CMK-RUN-INCOMPLETE
001833             IF CMN-RESTART-ALLOWED
001834                 PERFORM 1047-RESTORE-CHECKPOINT THRU 1047-EXIT
001835             ELSE
001836                 MOVE "Y" TO CMN-RESTART-OVERRIDDEN-SW
001837             END-IF
001838         END-IF
001839         CLOSE CHKFILE
001840         IF CMN-IS-RESTART
001841             OPEN EXTEND CHKFILE
001842         ELSE
001843             OPEN OUTPUT CHKFILE
001844         END-IF
001845     ELSE
001846         CLOSE CHKFILE
001847         OPEN OUTPUT CHKFILE
001848     END-IF.
001849     IF NOT CMN-IS-RESTART
001850         MOVE SPACES TO CTN-RECORD-TEXT
001851         MOVE "N" TO CMN-CHECKPOINT-STATE-SW
001852         PERFORM 2910-WRITE-CHECKPOINT THRU 2910-EXIT
001853         CLOSE CHKFILE
001854         OPEN EXTEND CHKFILE
001855     END-IF.
001856 1040-EXIT.
001857     EXIT.
001858
001859*================================================================*
001860 1045-READ-LAST-CHECKPOINT.
001861*================================================================*
001862     READ CHKFILE
001863         AT END
001864             MOVE "Y" TO CMN-CHK-EOF-SWITCH
001865         NOT AT END
001866             MOVE "Y" TO CMN-FOUND-CHECKPOINT-SW
001867     END-READ.
001868 1045-EXIT.
001869     EXIT.
001870
001871*================================================================*
001872 1047-RESTORE-CHECKPOINT.
001873*================================================================*
001874*    The restart runs under the failed attempt's run date, so   *
001875*    its images and suspense records belong to the same run for *
001876*    CUSTRECN and the back-out.                                 *
001877     MOVE "Y" TO CMN-RESTART-SWITCH.
001878     MOVE CMK-RUN-DATE TO CMN-TODAY-DATE.
001879     MOVE CMK-TRAN-COUNT TO CMN-RESTART-TARGET-COUNT.
001880     MOVE CMK-TRAN-COUNT TO CMN-TRAN-COUNT.
001881     MOVE CMK-LAST-TRANS-IMAGE TO CMN-RESTART-LAST-IMAGE.
001882     MOVE CMK-MASTER-READ-COUNT TO CMN-MASTER-READ-COUNT.
001883     MOVE CMK-ADD-COUNT TO CMN-ADD-COUNT.
001884     MOVE CMK-CHANGE-COUNT TO CMN-CHANGE-COUNT.
001885     MOVE CMK-DELETE-COUNT TO CMN-DELETE-COUNT.
001886     IF CMK-REOPEN-COUNT NUMERIC
001887         MOVE CMK-REOPEN-COUNT TO CMN-REOPEN-COUNT
001888     END-IF.
001889     MOVE CMK-SUSPENSE-COUNT TO CMN-SUSPENSE-COUNT.
001890     MOVE CMK-INVALID-CHAR-COUNT TO CMN-INVALID-CHAR-COUNT.
001891     MOVE CMK-RETURN-CODE TO CMN-RETURN-CODE.
001892     MOVE CMK-LAST-AUDIT-KEY TO CMN-LAST-AUDIT-KEY.
001893     MOVE CMK-LAST-AUDIT-CODE TO CMN-LAST-AUDIT-CODE.
001894     MOVE CMK-LAST-SUSPENSE-IMAGE TO CMN-LAST-SUSPENSE-IMAGE.
001895 1047-EXIT.
001896     EXIT.
001897
001898*================================================================*
001899 1050-BUILD-FIELD-TABLE.
001900*================================================================*
001901     MOVE "CUSTOMER-NAME"       TO CMN-FIELD-NAME (1).
001902     MOVE 12                   TO CMN-FIELD-OFFSET (1).
001903     MOVE 30                   TO CMN-FIELD-LENGTH (1).
001904     MOVE "NAME"               TO CMN-FIELD-RULE-TYPE (1).
001905
001906     MOVE "ADDRESS-LINE"        TO CMN-FIELD-NAME (2).
001907     MOVE 42                   TO CMN-FIELD-OFFSET (2).
001908     MOVE 30                   TO CMN-FIELD-LENGTH (2).
001909     MOVE "ADDRESS"            TO CMN-FIELD-RULE-TYPE (2).
001910
001911     MOVE "CITY"                TO CMN-FIELD-NAME (3).
001912     MOVE 72                   TO CMN-FIELD-OFFSET (3).
001913     MOVE 15                   TO CMN-FIELD-LENGTH (3).
001914     MOVE "ADDRESS"            TO CMN-FIELD-RULE-TYPE (3).
001915
001916     MOVE "CUSTOMER-ID"         TO CMN-FIELD-NAME (4).
001917     MOVE 2                    TO CMN-FIELD-OFFSET (4).
001918     MOVE 10                   TO CMN-FIELD-LENGTH (4).
001919     MOVE "CUST-ID"            TO CMN-FIELD-RULE-TYPE (4).
001920
001930     MOVE "STATE"               TO CMN-FIELD-NAME (5).
001940     MOVE 87                   TO CMN-FIELD-OFFSET (5).
002010     MOVE "ZIP"                TO CMN-FIELD-RULE-TYPE (6).
002020 1050-EXIT.
002030     EXIT.
002031
002032*================================================================*
002033 1060-SKIP-PROCESSED-TRAN.
002035*================================================================*
002036*    Straight READ, not 1100: the skipped transactions are      *
002037*    already in the restored count.                             *
002038     READ TRNFILE
002039         AT END
002040             MOVE "Y" TO CMN-TRN-EOF-SWITCH
002041     END-READ.
002042 1060-EXIT.
002043     EXIT.
002044
002045*================================================================*
002046 1065-VERIFY-RESTART-POSITION.
002047*================================================================*
002048*    The last transaction skipped must be the one the           *
002049*    checkpoint was taken after, or this is not the same sorted *
002050*    transaction file and nothing may be applied.  A restart    *
002051*    from the zero checkpoint skipped nothing, so there is      *
002052*    nothing to compare.                                        *
002053     IF CMN-RESTART-TARGET-COUNT = ZERO
002054         GO TO 1065-EXIT
002055     END-IF.
002056     IF CMN-TRN-END-OF-FILE
002057         OR CTN-RECORD-TEXT NOT = CMN-RESTART-LAST-IMAGE
002058         MOVE "TRANSACTION FILE DOES NOT MATCH THE CHECKPOINT"
002059             TO CMN-RESTART-ERROR-TEXT
002060         CLOSE SUSFILE
002061         PERFORM 1090-RESTART-ABORT THRU 1090-EXIT
002062     END-IF.
002063 1065-EXIT.
002064     EXIT.
002065
002066*================================================================*
002067 1070-LOAD-AUDIT-TAIL.
002068*================================================================*
002069*    Batch images for the run date: the first add+change+       *
002070*    delete+reopen of them are the committed ones (the last     *
002071*    must be the one the checkpoint names); any after that are  *
002072*    in doubt.                                                  *
002073     COMPUTE CMN-COMMITTED-AUDIT-COUNT =
002074         CMN-ADD-COUNT + CMN-CHANGE-COUNT + CMN-DELETE-COUNT
002075         + CMN-REOPEN-COUNT.
002076     MOVE ZERO TO CMN-RUN-RECORDS-SEEN.
002077     OPEN INPUT AUDFILE.
002078     PERFORM 1075-READ-AUDIT-FOR-TAIL THRU 1075-EXIT
002079         UNTIL CMN-AUD-EOF-SWITCH = "Y".
002080     CLOSE AUDFILE.
002081     IF NOT CMN-RESTART-ERROR
002082         AND CMN-RUN-RECORDS-SEEN < CMN-COMMITTED-AUDIT-COUNT
002083         MOVE "Y" TO CMN-RESTART-ERROR-SW
002084         MOVE "AUDIT TRAIL IS SHORT OF THE CHECKPOINT"
002085             TO CMN-RESTART-ERROR-TEXT
002086     END-IF.
002087     IF CMN-RESTART-ERROR
002088         PERFORM 1090-RESTART-ABORT THRU 1090-EXIT
002089     END-IF.
002090 1070-EXIT.
002091     EXIT.
002092
002093*================================================================*
002094 1075-READ-AUDIT-FOR-TAIL.
002095*================================================================*
002096     READ AUDFILE
002097         AT END
002098             MOVE "Y" TO CMN-AUD-EOF-SWITCH
002099             GO TO 1075-EXIT
002100     END-READ.
002101     IF CAU-RUN-DATE NOT = CMN-TODAY-DATE
002102         OR NOT CAU-ORIGIN-BATCH
002103         OR CMN-RESTART-ERROR
002104         GO TO 1075-EXIT
002105     END-IF.
002106     ADD 1 TO CMN-RUN-RECORDS-SEEN.
002107     IF CMN-RUN-RECORDS-SEEN = CMN-COMMITTED-AUDIT-COUNT
002108         IF CAU-CUSTOMER-ID NOT = CMN-LAST-AUDIT-KEY
002109             OR CAU-TRANS-CODE NOT = CMN-LAST-AUDIT-CODE
002110             MOVE "Y" TO CMN-RESTART-ERROR-SW
002111             MOVE "AUDIT TRAIL DOES NOT MATCH THE CHECKPOINT"
002112                 TO CMN-RESTART-ERROR-TEXT
002113         END-IF
002114     END-IF.
002115     IF CMN-RUN-RECORDS-SEEN > CMN-COMMITTED-AUDIT-COUNT
002116         IF CMN-AUD-TAIL-COUNT NOT < CMN-TAIL-MAX-ENTRIES
002117             MOVE "Y" TO CMN-RESTART-ERROR-SW
002118             MOVE "TOO MANY AUDIT IMAGES PAST THE CHECKPOINT"
002119                 TO CMN-RESTART-ERROR-TEXT
002120         ELSE
002121             ADD 1 TO CMN-AUD-TAIL-COUNT
002122             MOVE CAU-CUSTOMER-ID
002123                 TO CMN-AUD-TAIL-KEY (CMN-AUD-TAIL-COUNT)
002124             MOVE CAU-TRANS-CODE
002125                 TO CMN-AUD-TAIL-CODE (CMN-AUD-TAIL-COUNT)
002126         END-IF
002127     END-IF.
002128 1075-EXIT.
002129     EXIT.
002130
002131*================================================================*
002132 1080-LOAD-SUSPENSE-TAIL.
002133*================================================================*
002134*    Same again on the suspense file, which this run has to     *
002135*    itself: the first CMN-SUSPENSE-COUNT records for the run   *
002136*    date are committed, any after that are in doubt.  SUSFILE  *
002137*    is opened INPUT and closed again here; 1000 opens it       *
002138*    EXTEND only after this returns.                            *
002139     MOVE ZERO TO CMN-RUN-RECORDS-SEEN.
002140     OPEN INPUT SUSFILE.
002141     PERFORM 1085-READ-SUSPENSE-FOR-TAIL THRU 1085-EXIT
002142         UNTIL CMN-SUS-EOF-SWITCH = "Y".
002143     CLOSE SUSFILE.
002144     IF NOT CMN-RESTART-ERROR
002145         AND CMN-RUN-RECORDS-SEEN < CMN-SUSPENSE-COUNT
002146         MOVE "Y" TO CMN-RESTART-ERROR-SW
002147         MOVE "SUSPENSE FILE IS SHORT OF THE CHECKPOINT"
002148             TO CMN-RESTART-ERROR-TEXT
002149     END-IF.
002150     IF CMN-RESTART-ERROR
002151         PERFORM 1090-RESTART-ABORT THRU 1090-EXIT
002152     END-IF.
002153 1080-EXIT.
002154     EXIT.
002155
002156*================================================================*
002157 1085-READ-SUSPENSE-FOR-TAIL.
002158*================================================================*
002159     READ SUSFILE
002160         AT END
002161             MOVE "Y" TO CMN-SUS-EOF-SWITCH
002162             GO TO 1085-EXIT
002163     END-READ.
002164     IF CSU-RUN-DATE NOT = CMN-TODAY-DATE
002165         OR CMN-RESTART-ERROR
002166         GO TO 1085-EXIT
002167     END-IF.
002168     ADD 1 TO CMN-RUN-RECORDS-SEEN.
002169     IF CMN-RUN-RECORDS-SEEN = CMN-SUSPENSE-COUNT
002170         AND CSU-TRANSACTION-IMAGE NOT = CMN-LAST-SUSPENSE-IMAGE
002171         MOVE "Y" TO CMN-RESTART-ERROR-SW
002172         MOVE "SUSPENSE FILE DOES NOT MATCH THE CHECKPOINT"
002173             TO CMN-RESTART-ERROR-TEXT
002174     END-IF.
002175     IF CMN-RUN-RECORDS-SEEN > CMN-SUSPENSE-COUNT
002176         IF CMN-SUS-TAIL-COUNT NOT < CMN-TAIL-MAX-ENTRIES
002177             MOVE "Y" TO CMN-RESTART-ERROR-SW
002178             MOVE "TOO MANY SUSPENSE RECORDS PAST THE CHECKPOINT"
002179                 TO CMN-RESTART-ERROR-TEXT
002180         ELSE
002181             ADD 1 TO CMN-SUS-TAIL-COUNT
002182             MOVE CSU-TRANSACTION-IMAGE
002183                 TO CMN-SUS-TAIL-IMAGE (CMN-SUS-TAIL-COUNT)
002184             MOVE CSU-REASON-CODE
002185                 TO CMN-SUS-TAIL-REASON (CMN-SUS-TAIL-COUNT)
002186         END-IF
002187     END-IF.
002188 1085-EXIT.
002189     EXIT.
002190
002191*================================================================*
002192 1090-RESTART-ABORT.
002193*================================================================*
002194*    Nothing has been applied yet.  The checkpoint file is left *
002195*    as it was, so once the cause is put right the job can be   *
002196*    resubmitted and will restart from the same checkpoint.     *
002197     DISPLAY "CUSTMNT: RESTART FAILED - " CMN-RESTART-ERROR-TEXT.
002198     MOVE "** RESTART FAILED - RUN ABORTED **" TO RPT-LINE.
002199     WRITE RPT-LINE.
002200     MOVE CMN-RESTART-ERROR-TEXT TO RPT-LINE.
002201     WRITE RPT-LINE.
002202     CLOSE TRNFILE.
002203     CLOSE MSTFILE.
002204     CLOSE ZIPFILE.
002205     CLOSE RPTFILE.
002206     CLOSE CHKFILE.
002207     MOVE 12 TO RETURN-CODE.
002208     STOP RUN.
002209 1090-EXIT.
002210     EXIT.
002211
002212*================================================================*
002213 1100-READ-TRNFILE.
002214*================================================================*
002215     READ TRNFILE
002216         AT END
002217             MOVE "Y" TO CMN-TRN-EOF-SWITCH
002218         NOT AT END
002219             ADD 1 TO CMN-TRAN-COUNT
002220     END-READ.
002221 1100-EXIT.
002222     EXIT.
002223
002224*================================================================*
002225 1200-READ-MASTER-BY-KEY.
002226*================================================================*
002227*    One keyed read for the transaction in hand.  Status 23    *
002228*    (record not found) is an answer, not an error; anything   *
002229*    else unexpected abandons the run before more damage.      *
002230     MOVE "N" TO CMN-MASTER-FOUND-SW.
002240     MOVE CTN-CUSTOMER-ID TO CUS-CUSTOMER-ID.
002250     READ MSTFILE
002390
002400*================================================================*
002410 2100-APPLY-TRANSACTION.
002411*================================================================*
002412     IF CMN-IS-RESTART
002413         PERFORM 2050-RESOLVE-IN-DOUBT THRU 2050-EXIT
002414     END-IF.
002415     IF NOT CMN-ALREADY-DONE
002416         PERFORM 2150-APPLY-BY-CODE THRU 2150-EXIT
002417     END-IF.
002418     PERFORM 2900-CHECKPOINT-IF-DUE THRU 2900-EXIT.
002419     PERFORM 1100-READ-TRNFILE THRU 1100-EXIT.
002420 2100-EXIT.
002421     EXIT.
002422
002423*================================================================*
002424 2050-RESOLVE-IN-DOUBT.
002425*================================================================*
002426*    A transaction the failed attempt already took past the    *
002427*    checkpoint left the next suspense record or the next      *
002428*    audit image in doubt.  It is counted as the attempt       *
002429*    counted it (validation rerun only to re-tally the         *
002430*    CONDITIONS count) and not applied or written again.       *
002431*    One that matches neither goes through normally.  (If the  *
002432*    attempt died after a master update but before its image   *
002433*    reached disk, the transaction comes through here as new   *
002434*    and suspenses or re-applies; the CUSTRECN count tie is    *
002435*    what catches that.)                                       *
002436     MOVE "N" TO CMN-ALREADY-DONE-SW.
002437     IF CMN-SUS-TAIL-NEXT NOT > CMN-SUS-TAIL-COUNT
002438         IF CMN-SUS-TAIL-IMAGE (CMN-SUS-TAIL-NEXT)
002439             = CTN-RECORD-TEXT
002440             MOVE "Y" TO CMN-ALREADY-DONE-SW
002441             EVALUATE CMN-SUS-TAIL-REASON (CMN-SUS-TAIL-NEXT)
002442                 WHEN "DUPL"
002443                 WHEN "CLSD"
002444                 WHEN "OPEN"
002445                     ADD 1 TO CMN-MASTER-READ-COUNT
002446                 WHEN "RULE"
002447                 WHEN "ZIPS"
002449                 WHEN "ZIPC"
002450                     IF CTN-TRANS-CHANGE
002451                         ADD 1 TO CMN-MASTER-READ-COUNT
002452                     END-IF
002453                     PERFORM 3000-VALIDATE-TRANSACTION
002454                         THRU 3000-EXIT
002455                 WHEN "TCOD"
002456                     PERFORM 1200-READ-MASTER-BY-KEY
002457                         THRU 1200-EXIT
002458             END-EVALUATE
002459             ADD 1 TO CMN-SUSPENSE-COUNT
002460             ADD 1 TO CMN-IN-DOUBT-SUSPENSE-COUNT
002461             MOVE 4 TO CMN-RETURN-CODE
002462             MOVE CTN-RECORD-TEXT TO CMN-LAST-SUSPENSE-IMAGE
002463             ADD 1 TO CMN-SUS-TAIL-NEXT
002464             GO TO 2050-EXIT
002465         END-IF
002466     END-IF.
002467     IF CMN-AUD-TAIL-NEXT NOT > CMN-AUD-TAIL-COUNT
002468         IF CMN-AUD-TAIL-KEY (CMN-AUD-TAIL-NEXT)
002469             = CTN-CUSTOMER-ID
002470             AND CMN-AUD-TAIL-CODE (CMN-AUD-TAIL-NEXT)
002471             = CTN-TRANS-CODE
002472             MOVE "Y" TO CMN-ALREADY-DONE-SW
002473             EVALUATE TRUE
002474                 WHEN CTN-TRANS-ADD
002475                     ADD 1 TO CMN-ADD-COUNT
002476                     PERFORM 3000-VALIDATE-TRANSACTION
002477                         THRU 3000-EXIT
002478                 WHEN CTN-TRANS-CHANGE
002479                     ADD 1 TO CMN-MASTER-READ-COUNT
002480                     ADD 1 TO CMN-CHANGE-COUNT
002481                     PERFORM 3000-VALIDATE-TRANSACTION
002482                         THRU 3000-EXIT
002483                 WHEN CTN-TRANS-REOPEN
002484                     ADD 1 TO CMN-MASTER-READ-COUNT
002485                     ADD 1 TO CMN-REOPEN-COUNT
002486                 WHEN OTHER
002487                     ADD 1 TO CMN-MASTER-READ-COUNT
002488                     ADD 1 TO CMN-DELETE-COUNT
002489             END-EVALUATE
002490             ADD 1 TO CMN-IN-DOUBT-AUDIT-COUNT
002491             MOVE CTN-CUSTOMER-ID TO CMN-LAST-AUDIT-KEY
002492             MOVE CTN-TRANS-CODE TO CMN-LAST-AUDIT-CODE
002493             ADD 1 TO CMN-AUD-TAIL-NEXT
002494         END-IF
002495     END-IF.
002496 2050-EXIT.
002497     EXIT.
002498
002499*================================================================*
002500 2150-APPLY-BY-CODE.
002501*================================================================*
002502     PERFORM 1200-READ-MASTER-BY-KEY THRU 1200-EXIT.
002503     EVALUATE TRUE
002504         WHEN CTN-TRANS-ADD AND CMN-MASTER-FOUND
002505             MOVE "DUPL" TO CSU-REASON-CODE
002506             MOVE SPACES TO CSU-FIELD-NAME
002507             PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
002508         WHEN CTN-TRANS-ADD
002509             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002510         WHEN (CTN-TRANS-CHANGE OR CTN-TRANS-DELETE
002512                 OR CTN-TRANS-REOPEN)
002514             AND NOT CMN-MASTER-FOUND
002520             MOVE "NOTF" TO CSU-REASON-CODE
002530             MOVE SPACES TO CSU-FIELD-NAME
002540             PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
002542         WHEN (CTN-TRANS-CHANGE OR CTN-TRANS-DELETE)
002544             AND CMW-CLOSED
002546             MOVE "CLSD" TO CSU-REASON-CODE
002548             MOVE SPACES TO CSU-FIELD-NAME
002549             PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
002550         WHEN CTN-TRANS-CHANGE
002560             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002610         WHEN CTN-TRANS-DELETE
002620             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
002622         WHEN CTN-TRANS-REOPEN AND NOT CMW-CLOSED
002624             MOVE "OPEN" TO CSU-REASON-CODE
002626             MOVE SPACES TO CSU-FIELD-NAME
002628             PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
002630         WHEN CTN-TRANS-REOPEN
002632             PERFORM 2500-APPLY-REOPEN THRU 2500-EXIT
002636         WHEN OTHER
002640             MOVE "TCOD" TO CSU-REASON-CODE
002650             MOVE SPACES TO CSU-FIELD-NAME
002660             PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT
002670     END-EVALUATE.
002690 2150-EXIT.
002700     EXIT.
002710
002720*================================================================*
002860         MOVE CTN-CITY TO CMW-CITY
002870         MOVE CTN-STATE TO CMW-STATE
002880         MOVE CTN-ZIP-CODE TO CMW-ZIP-CODE
002882         PERFORM 3200-CHECK-POSTAL-REF THRU 3200-EXIT
002884         IF NOT CMN-POSTAL-MATCHED
002886             PERFORM 2850-POSTAL-SUSPENSE THRU 2850-EXIT
002888             GO TO 2200-EXIT
002889         END-IF
002890         MOVE CMW-CUSTOMER-RECORD TO CUS-CUSTOMER-RECORD
002900         WRITE CUS-CUSTOMER-RECORD
002910             INVALID KEY
003260         IF CTN-ZIP-CODE NOT = SPACES
003270             MOVE CTN-ZIP-CODE TO CMW-ZIP-CODE
003280         END-IF
003281*        Only a change to the address is held to the postal    *
003282*        reference; the merged record is what gets checked.    *
003283         IF CTN-CITY NOT = SPACES
003284             OR CTN-STATE NOT = SPACES
003285             OR CTN-ZIP-CODE NOT = SPACES
003286             PERFORM 3200-CHECK-POSTAL-REF THRU 3200-EXIT
003287             IF NOT CMN-POSTAL-MATCHED
003288                 PERFORM 2850-POSTAL-SUSPENSE THRU 2850-EXIT
003289                 GO TO 2300-EXIT
003291             END-IF
003294         END-IF
003297         MOVE CMW-CUSTOMER-RECORD TO CUS-CUSTOMER-RECORD
003300         REWRITE CUS-CUSTOMER-RECORD
003310             INVALID KEY
003320                 PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
003410*================================================================*
003420 2400-APPLY-DELETE.
003430*================================================================*
003432*    A delete closes the customer under the run date; the      *
003434*    record stays on file, so the audit image carries both     *
003436*    sides like a change.                                      *
003440     MOVE CMW-RECORD-TEXT TO CMN-BEFORE-IMAGE.
003450     SET CMW-CLOSED TO TRUE.
003460     MOVE CMN-TODAY-DATE TO CMW-CLOSE-DATE.
003470     MOVE CMW-CUSTOMER-RECORD TO CUS-CUSTOMER-RECORD.
003480     REWRITE CUS-CUSTOMER-RECORD
003482         INVALID KEY
003484             PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
003490     END-REWRITE.
003500     ADD 1 TO CMN-DELETE-COUNT.
003510     MOVE CMW-RECORD-TEXT TO CMN-AFTER-IMAGE.
003520     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003530 2400-EXIT.
003540     EXIT.
003542
003544*================================================================*
003546 2500-APPLY-REOPEN.
003548*================================================================*
003550*    A reopen undoes a close: the customer goes back to active *
003552*    with no close date, every other field as it was.          *
003554     MOVE CMW-RECORD-TEXT TO CMN-BEFORE-IMAGE.
003556     MOVE "A" TO CMW-STATUS.
003558     MOVE ZERO TO CMW-CLOSE-DATE.
003560     MOVE CMW-CUSTOMER-RECORD TO CUS-CUSTOMER-RECORD.
003562     REWRITE CUS-CUSTOMER-RECORD
003564         INVALID KEY
003566             PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
003568     END-REWRITE.
003570     ADD 1 TO CMN-REOPEN-COUNT.
003572     MOVE CMW-RECORD-TEXT TO CMN-AFTER-IMAGE.
003574     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003576 2500-EXIT.
003578     EXIT.
003580
003582*================================================================*
003585 2700-WRITE-AUDIT.
003587*================================================================*
003590*    The caller sets both images ahead of the apply: blank     *
003600*    before image for an add, both images for anything else.   *
003610     MOVE CMN-TODAY-DATE TO CAU-RUN-DATE.
003620     MOVE CTN-TRANS-CODE TO CAU-TRANS-CODE.
003630     MOVE CTN-CUSTOMER-ID TO CAU-CUSTOMER-ID.
003640     MOVE CMN-BEFORE-IMAGE TO CAU-BEFORE-IMAGE.
003650     MOVE CMN-AFTER-IMAGE TO CAU-AFTER-IMAGE.
003655     MOVE SPACE TO CAU-ORIGIN.
003660     WRITE CAU-AUDIT-RECORD.
003662     MOVE CTN-CUSTOMER-ID TO CMN-LAST-AUDIT-KEY.
003664     MOVE CTN-TRANS-CODE TO CMN-LAST-AUDIT-CODE.
003670 2700-EXIT.
003680     EXIT.
003690
003760     WRITE CSU-SUSPENSE-RECORD.
003770     ADD 1 TO CMN-SUSPENSE-COUNT.
003780     MOVE 4 TO CMN-RETURN-CODE.
003785     MOVE CTN-RECORD-TEXT TO CMN-LAST-SUSPENSE-IMAGE.
003790 2800-EXIT.
003791     EXIT.
003792
003793*================================================================*
003794 2850-POSTAL-SUSPENSE.
003795*================================================================*
003796     IF CMN-POSTAL-ZIP-STATE
003797         MOVE "ZIPS" TO CSU-REASON-CODE
003798         MOVE "ZIP-CODE" TO CSU-FIELD-NAME
003799     ELSE
003800         MOVE "ZIPC" TO CSU-REASON-CODE
003801         MOVE "CITY" TO CSU-FIELD-NAME
003802     END-IF.
003803     PERFORM 2800-WRITE-SUSPENSE THRU 2800-EXIT.
003804 2850-EXIT.
003805     EXIT.
003806
003807*================================================================*
003808 2900-CHECKPOINT-IF-DUE.
003809*================================================================*
003810*    Master, audit and suspense files are closed and reopened  *
003812*    first, so every update, image and suspense record this    *
003814*    checkpoint counts is on disk before the checkpoint says   *
003816*    so; the checkpoint file is closed and reopened after it   *
003817*    for the same reason.                                      *
003818     DIVIDE CMN-TRAN-COUNT BY CMN-CHECKPOINT-INTERVAL
003820         GIVING CMN-CHECKPOINT-QUOTIENT
003822         REMAINDER CMN-CHECKPOINT-REMAINDER.
003824     IF CMN-CHECKPOINT-REMAINDER NOT = ZERO
003826         GO TO 2900-EXIT
003828     END-IF.
003829     CLOSE MSTFILE.
003830     OPEN I-O MSTFILE.
003831     IF CMN-MSTFILE-STATUS NOT = "00"
003832         PERFORM 2950-MASTER-IO-ERROR THRU 2950-EXIT
003833     END-IF.
003834     CLOSE AUDFILE.
003835     OPEN EXTEND AUDFILE.
003836     CLOSE SUSFILE.
003837     OPEN EXTEND SUSFILE.
003838     MOVE "N" TO CMN-CHECKPOINT-STATE-SW.
003840     PERFORM 2910-WRITE-CHECKPOINT THRU 2910-EXIT.
003842     CLOSE CHKFILE.
003844     OPEN EXTEND CHKFILE.
003846     ADD 1 TO CMN-CHECKPOINT-COUNT.
003848 2900-EXIT.
003850     EXIT.
003852
003854*================================================================*
003856 2910-WRITE-CHECKPOINT.
003858*================================================================*
003860*    The caller sets CMN-CHECKPOINT-STATE-SW: "N" for a        *
003861*    checkpoint, "Y" for the end-of-run completion record.     *
003862     MOVE SPACES TO CMK-CHECKPOINT-RECORD.
003863     MOVE CMN-TODAY-DATE TO CMK-RUN-DATE.
003864     MOVE CMN-TRAN-COUNT TO CMK-TRAN-COUNT.
003866     MOVE CTN-RECORD-TEXT TO CMK-LAST-TRANS-IMAGE.
003868     MOVE CMN-MASTER-READ-COUNT TO CMK-MASTER-READ-COUNT.
003870     MOVE CMN-ADD-COUNT TO CMK-ADD-COUNT.
003872     MOVE CMN-CHANGE-COUNT TO CMK-CHANGE-COUNT.
003874     MOVE CMN-DELETE-COUNT TO CMK-DELETE-COUNT.
003875     MOVE CMN-REOPEN-COUNT TO CMK-REOPEN-COUNT.
003876     MOVE CMN-SUSPENSE-COUNT TO CMK-SUSPENSE-COUNT.
003878     MOVE CMN-INVALID-CHAR-COUNT TO CMK-INVALID-CHAR-COUNT.
003880     MOVE CMN-RETURN-CODE TO CMK-RETURN-CODE.
003882     MOVE CMN-CHECKPOINT-INTERVAL TO CMK-CHECKPOINT-INTERVAL.
003884     MOVE CMN-LAST-AUDIT-KEY TO CMK-LAST-AUDIT-KEY.
003886     MOVE CMN-LAST-AUDIT-CODE TO CMK-LAST-AUDIT-CODE.
003888     MOVE CMN-LAST-SUSPENSE-IMAGE TO CMK-LAST-SUSPENSE-IMAGE.
003890     MOVE CMN-CHECKPOINT-STATE-SW TO CMK-RUN-COMPLETE-SW.
003892     WRITE CMK-CHECKPOINT-RECORD.
003894 2910-EXIT.
003896     EXIT.
003897
003898*================================================================*
003899 2950-MASTER-IO-ERROR.
003900*================================================================*
003901*    A keyed WRITE/REWRITE/DELETE failing after the existence  *
003902*    check already answered is file damage, not data - stop    *
003903*    before the master and its audit trail drift apart.  No    *
003904*    completion record is written, so the next run restarts    *
003905*    from the last checkpoint.                                 *
003906     DISPLAY "CUSTMNT: MSTFILE I-O ERROR, STATUS="
003907         CMN-MSTFILE-STATUS " KEY=" CTN-CUSTOMER-ID.
003908     MOVE "** MASTER FILE I-O ERROR - RUN ABORTED **"
003910         TO RPT-LINE.
003920     WRITE RPT-LINE.
003930     CLOSE TRNFILE.
003940     CLOSE MSTFILE.
003945     CLOSE ZIPFILE.
003950     CLOSE SUSFILE.
003960     CLOSE AUDFILE.
003970     CLOSE RPTFILE.
003975     CLOSE CHKFILE.
003980     MOVE 16 TO RETURN-CODE.
003990     STOP RUN.
004000 2950-EXIT.
004010     EXIT.
004020
004021*================================================================*
004022 2960-ZIPFILE-IO-ERROR.
004023*================================================================*
004024*    Nothing has been written for this transaction yet; stop   *
004025*    without a completion record so the next run restarts      *
004026*    from the last checkpoint.                                 *
004027     DISPLAY "CUSTMNT: ZIPFILE I-O ERROR, STATUS="
004028         CMN-ZIPFILE-STATUS " KEY=" CZR-KEY.
004029     MOVE "** POSTAL REFERENCE I-O ERROR - RUN ABORTED **"
004030         TO RPT-LINE.
004031     WRITE RPT-LINE.
004032     CLOSE TRNFILE.
004033     CLOSE MSTFILE.
004034     CLOSE ZIPFILE.
004035     CLOSE SUSFILE.
004036     CLOSE AUDFILE.
004037     CLOSE RPTFILE.
004038     CLOSE CHKFILE.
004039     MOVE 16 TO RETURN-CODE.
004040     STOP RUN.
004042 2960-EXIT.
004043     EXIT.
004045
004046*================================================================*
004048 3000-VALIDATE-TRANSACTION.
004050*================================================================*
004060     MOVE "Y" TO CMN-TRAN-VALID-SW.
004070     MOVE SPACES TO CMN-FAIL-FIELD-NAME.
004340     END-IF.
004350 3100-EXIT.
004360     EXIT.
004361
004362*================================================================*
004363 3200-CHECK-POSTAL-REF.
004364*================================================================*
004365*    The same lookup CUSTEDIT makes against the master.  The   *
004367*    reference is keyed ZIP (or the 3-byte FSA of a Canadian   *
004368*    postal code) then upper-case city.  An exact hit must     *
004369*    carry the record's state.  On a miss the first entry for  *
004370*    the prefix decides: no entry at all, or one in another    *
004371*    state, means the ZIP is not in the state (ZIPS); an entry *
004373*    in the right state means the city is not one of the       *
004374*    ZIP's cities (ZIPC).  A state CUSTEDR does not know can   *
004375*    match no entry, so it comes back ZIPS.  A state or ZIP    *
004376*    CUSTEDR itself rejects is not looked up at all, as in     *
004377*    CUSTEDIT - the shape is wrong, not the pairing.           *
004379     MOVE SPACE TO CMN-POSTAL-RESULT-SW.
004380     CALL "CUSTEDR" USING CMW-CUSTOMER-RECORD
004381                          CER-RESULT-AREA.
004382     IF NOT CER-STATE-OK OR NOT CER-ZIP-OK
004383         GO TO 3200-EXIT
004385     END-IF.
004386     MOVE SPACES TO CZR-KEY.
004387     IF CER-STATE-IS-CANADA
004388         MOVE CMW-ZIP-CODE (1:3) TO CZR-POSTAL-PREFIX
004389     ELSE
004390         MOVE CMW-ZIP-CODE (1:5) TO CZR-POSTAL-PREFIX
004391     END-IF.
004392     MOVE CZR-POSTAL-PREFIX TO CMN-POSTAL-PREFIX.
004393     MOVE CMW-CITY TO CZR-CITY.
004394     INSPECT CZR-CITY
004395         CONVERTING "abcdefghijklmnopqrstuvwxyz"
004396                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004397     IF CZR-CITY NOT = SPACES
004398         READ ZIPFILE RECORD
004399             KEY IS CZR-KEY
004400             INVALID KEY
004401                 CONTINUE
004402         END-READ
004403         EVALUATE CMN-ZIPFILE-STATUS
004404             WHEN "00"
004405                 IF CZR-STATE NOT = CMW-STATE
004406                     MOVE "S" TO CMN-POSTAL-RESULT-SW
004407                 END-IF
004408                 GO TO 3200-EXIT
004409             WHEN "23"
004410                 CONTINUE
004411             WHEN OTHER
004412                 PERFORM 2960-ZIPFILE-IO-ERROR THRU 2960-EXIT
004413         END-EVALUATE
004414     END-IF.
004415     MOVE CMN-POSTAL-PREFIX TO CZR-POSTAL-PREFIX.
004416     MOVE LOW-VALUES TO CZR-CITY.
004417     START ZIPFILE
004418         KEY IS NOT LESS THAN CZR-KEY
004419         INVALID KEY
004420             CONTINUE
004421     END-START.
004422     EVALUATE CMN-ZIPFILE-STATUS
004423         WHEN "00"
004424             CONTINUE
004425         WHEN "23"
004426             MOVE "S" TO CMN-POSTAL-RESULT-SW
004427             GO TO 3200-EXIT
004428         WHEN OTHER
004429             PERFORM 2960-ZIPFILE-IO-ERROR THRU 2960-EXIT
004430     END-EVALUATE.
004431     READ ZIPFILE NEXT RECORD
004432         AT END
004433             CONTINUE
004434     END-READ.
004435     EVALUATE CMN-ZIPFILE-STATUS
004436         WHEN "00"
004437             CONTINUE
004438         WHEN "10"
004439             MOVE "S" TO CMN-POSTAL-RESULT-SW
004440             GO TO 3200-EXIT
004441         WHEN OTHER
004442             PERFORM 2960-ZIPFILE-IO-ERROR THRU 2960-EXIT
004443     END-EVALUATE.
004444     IF CZR-POSTAL-PREFIX NOT = CMN-POSTAL-PREFIX
004445         OR CZR-STATE NOT = CMW-STATE
004446         MOVE "S" TO CMN-POSTAL-RESULT-SW
004447     ELSE
004448         MOVE "C" TO CMN-POSTAL-RESULT-SW
004449     END-IF.
004450 3200-EXIT.
004451     EXIT.
004452
004453*================================================================*
004454 8000-TERMINATE.
004455*================================================================*
004456*    In-doubt records no restarted transaction matched mean    *
004457*    the transaction file or the trail changed in between -    *
004458*    out of balance, like a CUSTRECN count break.  The         *
004459*    completion record then closes out the checkpoint file.    *
004460     COMPUTE CMN-UNMATCHED-TAIL-COUNT =
004462         CMN-AUD-TAIL-COUNT - CMN-AUD-TAIL-NEXT + 1
004463         + CMN-SUS-TAIL-COUNT - CMN-SUS-TAIL-NEXT + 1.
004464     IF CMN-UNMATCHED-TAIL-COUNT > ZERO
004465         MOVE 8 TO CMN-RETURN-CODE
004466     END-IF.
004467     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
004468     MOVE "Y" TO CMN-CHECKPOINT-STATE-SW.
004469     PERFORM 2910-WRITE-CHECKPOINT THRU 2910-EXIT.
004471     CLOSE TRNFILE.
004472     CLOSE MSTFILE.
004473     CLOSE ZIPFILE.
004474     CLOSE SUSFILE.
004475     CLOSE AUDFILE.
004476     CLOSE RPTFILE.
004477     CLOSE CHKFILE.
004478 8000-EXIT.
004480     EXIT.
004490
004500*================================================================*
004540     WRITE RPT-LINE.
004550     MOVE SPACES TO RPT-LINE.
004560     WRITE RPT-LINE.
004562
004564     IF CMN-IS-RESTART
004566         PERFORM 8150-WRITE-RESTART-LINES THRU 8150-EXIT
004568     END-IF.
004570     IF CMN-RESTART-OVERRIDDEN
004572         MOVE "RESTART=NO - INCOMPLETE LAST RUN STARTED OVER"
004574             TO RPT-LINE
004576         WRITE RPT-LINE
004578         MOVE SPACES TO RPT-LINE
004579         WRITE RPT-LINE
004580     END-IF.
004583
004586     MOVE "TRANSACTIONS READ" TO CMN-RL-LABEL.
004590     MOVE CMN-TRAN-COUNT TO CMN-RL-COUNT.
004600     MOVE CMN-REPORT-LINE TO RPT-LINE.
004610     WRITE RPT-LINE.
004750     MOVE CMN-REPORT-LINE TO RPT-LINE.
004760     WRITE RPT-LINE.
004770
004780     MOVE "DELETES APPLIED (CLOSED)" TO CMN-RL-LABEL.
004790     MOVE CMN-DELETE-COUNT TO CMN-RL-COUNT.
004800     MOVE CMN-REPORT-LINE TO RPT-LINE.
004810     WRITE RPT-LINE.
004812
004814     MOVE "REOPENS APPLIED" TO CMN-RL-LABEL.
004816     MOVE CMN-REOPEN-COUNT TO CMN-RL-COUNT.
004818     MOVE CMN-REPORT-LINE TO RPT-LINE.
004819     WRITE RPT-LINE.
004820
004830     MOVE "TRANSACTIONS SUSPENSED" TO CMN-RL-LABEL.
004840     MOVE CMN-SUSPENSE-COUNT TO CMN-RL-COUNT.
004890     MOVE CMN-INVALID-CHAR-COUNT TO CMN-RL-COUNT.
004900     MOVE CMN-REPORT-LINE TO RPT-LINE.
004910     WRITE RPT-LINE.
004912
004914     MOVE "CHECKPOINTS TAKEN" TO CMN-RL-LABEL.
004916     MOVE CMN-CHECKPOINT-COUNT TO CMN-RL-COUNT.
004918     MOVE CMN-REPORT-LINE TO RPT-LINE.
004920     WRITE RPT-LINE.
004922 8100-EXIT.
004924     EXIT.
004926
004928*================================================================*
004930 8150-WRITE-RESTART-LINES.
004932*================================================================*
004934*    Where the run picked up, and how many transactions past   *
004936*    the checkpoint were found already done.                   *
004938     MOVE "** RESTARTED RUN **" TO RPT-LINE.
004940     WRITE RPT-LINE.
004942
004944     MOVE "RESUMED AFTER TRANSACTION" TO CMN-RL-LABEL.
004946     MOVE CMN-RESTART-TARGET-COUNT TO CMN-RL-COUNT.
004948     MOVE CMN-REPORT-LINE TO RPT-LINE.
004950     WRITE RPT-LINE.
004952
004954     MOVE CMN-RESTART-LAST-IMAGE (2:10) TO CMN-RSL-KEY.
004956     MOVE CMN-RESUME-LINE TO RPT-LINE.
004958     WRITE RPT-LINE.
004960
004962     MOVE "IN-DOUBT, ALREADY AUDITED" TO CMN-RL-LABEL.
004964     MOVE CMN-IN-DOUBT-AUDIT-COUNT TO CMN-RL-COUNT.
004966     MOVE CMN-REPORT-LINE TO RPT-LINE.
004968     WRITE RPT-LINE.
004970
004972     MOVE "IN-DOUBT, ALREADY SUSPENSED" TO CMN-RL-LABEL.
004974     MOVE CMN-IN-DOUBT-SUSPENSE-COUNT TO CMN-RL-COUNT.
004976     MOVE CMN-REPORT-LINE TO RPT-LINE.
004978     WRITE RPT-LINE.
004980
004982     IF CMN-UNMATCHED-TAIL-COUNT > ZERO
004984         MOVE "IN-DOUBT RECORDS NOT MATCHED" TO CMN-RL-LABEL
004988         MOVE CMN-UNMATCHED-TAIL-COUNT TO CMN-RL-COUNT
004990         MOVE CMN-REPORT-LINE TO RPT-LINE
004992         WRITE RPT-LINE
004994     END-IF.
004996
004998     MOVE SPACES TO RPT-LINE.
004999     WRITE RPT-LINE.
005000 8150-EXIT.
005010     EXIT.
