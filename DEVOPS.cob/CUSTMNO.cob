000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTMNO.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTMNO is the online customer maintenance transaction      *
000090*  CMNO.  Customer service used to key a CUSTTRN transaction   *
000100*  and wait for the nightly CUSTMNT run to see a correction    *
000110*  land; this screen works the CUSTMSTR master directly:       *
000120*    I - display a customer by CUS-CUSTOMER-ID;                *
000130*    S - search by name and/or ZIP (leading characters), ten   *
000140*        matches to a page over the CUSTNAMX/CUSTZIPX paths,   *
000150*        PF8 for the next ten;                                 *
000160*    A - add the customer keyed on the screen;                 *
000170*    C - change the customer last displayed;                   *
000180*    D - close the customer last displayed (the record stays   *
000182*        on the master, status C, closed today);               *
000184*    R - reopen the closed customer last displayed.            *
000186*  A closed customer can be displayed but not changed until it *
000188*  is reopened, the same rule CUSTMNT holds batch to.          *
000190*                                                              *
000200*  Adds and changes are held to the same rules as batch:       *
000210*  every field through CONDFLD against its CONDTAB type (the   *
000220*  CUSTMNT field table), then the CUSTEDR state, ZIP and       *
000230*  required-field edits CUSTEDIT applies.  Only users with     *
000240*  UPDATE access to the CUSTMSTR file resource may add, change *
000250*  close or reopen; everyone else can inquire and search.       *
000252*  An add, or a change to the city, state or ZIP, is then held *
000254*  to the CUSTZRF postal reference (CICS file CUSTZREF) as     *
000256*  CUSTMNT holds batch: the ZIP must be in the state and the   *
000258*  city one of the ZIP's cities.                               *
000260*                                                              *
000270*  Every update writes a CUSTOLG before/after image to the     *
000280*  CUSTOLOG KSDS in the same unit of work - if the log write   *
000290*  fails the master update is rolled back, so the master never *
000300*  moves without an image.  The CUSTMNT job drains the log     *
000310*  into the CUSTAUD trail (CUSTOAD) so CUSTRECN and CUSTHIST   *
000320*  see online changes beside batch ones.                       *
000330*                                                              *
000340*  Pseudo-conversational: the COMMAREA carries the key and     *
000350*  image of the customer on display - a change or close is     *
000360*  refused unless the master still holds exactly that image,   *
000370*  so one user cannot overlay another's update unseen - and    *
000380*  the position of an open search.  PF3 exits.                 *
000390*--------------------------------------------------------------*
000400*  MODIFICATION HISTORY                                        *
000410*    10/15/2026  KR   Original program.                        *
000412*    10/15/2026  KR   D now closes the customer instead of      *
000414*                     deleting it; new action R reopens a       *
000416*                     closed customer; a closed customer        *
000418*                     cannot be changed.                        *
000419*    10/15/2026  KR   ZIP/state and ZIP/city check of adds and  *
000421*                     address changes against the CUSTZREF      *
000424*                     postal reference.                         *
000427*--------------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-Z15.
000470 OBJECT-COMPUTER. IBM-Z15.
000480
000490 DATA DIVISION.
000500 WORKING-STORAGE SECTION.
000510 COPY CUSTMNM.
000520 COPY DFHAID.
000530
000540*--------------------------------------------------------------*
000550*  Master record read from and written to CUSTMSTR, and the    *
000560*  record as keyed on the screen.                              *
000570*--------------------------------------------------------------*
000580 COPY CUSTREC.
000590
000600 COPY CUSTREC REPLACING LEADING ==CUS== BY ==CMS==.
000610
000620*--------------------------------------------------------------*
000630*  Audit log record written to CUSTOLOG.                       *
000640*--------------------------------------------------------------*
000650 COPY CUSTOLG.
000652
000654*--------------------------------------------------------------*
000656*  Postal reference record read from CUSTZREF and the key it  *
000658*  is read by.                                                 *
000659*--------------------------------------------------------------*
000660 COPY CUSTZRF.
000661
000662 01  CMO-ZIPREF-KEY.
000663     05 CMO-ZK-PREFIX              PIC X(05).
000664     05 CMO-ZK-CITY                PIC X(15).
000667
000670 77  CMO-RESP                      PIC S9(08) COMP VALUE ZERO.
000680 77  CMO-UPDATE-CVDA               PIC S9(08) COMP VALUE ZERO.
000690 77  CMO-ABSTIME                   PIC S9(15) COMP-3 VALUE ZERO.
000700 77  CMO-LINE-SUB                  PIC 9(02) COMP VALUE ZERO.
000710 77  CMO-MATCH-COUNT               PIC 9(02) COMP VALUE ZERO.
000720 77  CMO-SKIP-LEFT                 PIC 9(03) COMP VALUE ZERO.
000730 77  CMO-SAME-KEY-COUNT            PIC 9(03) COMP VALUE ZERO.
000740 77  CMO-TRIM-SUB                  PIC 9(02) COMP VALUE ZERO.
000750 77  CMO-ACTION                    PIC X(01) VALUE SPACE.
000760 77  CMO-PATH-FILE                 PIC X(08) VALUE SPACES.
000770 77  CMO-BROWSE-KEY                PIC X(30) VALUE SPACES.
000780 77  CMO-REC-ALT-KEY               PIC X(30) VALUE SPACES.
000790 77  CMO-LAST-ALT-KEY              PIC X(30) VALUE SPACES.
000800 77  CMO-SAVE-MESSAGE              PIC X(60) VALUE SPACES.
000810 77  CMO-FAIL-FIELD-NAME           PIC X(20) VALUE SPACES.
000820 77  CMO-END-MESSAGE               PIC X(21) VALUE
000830     "CUSTMNO SESSION ENDED".
000840 77  CMO-AUTHORIZED-SW             PIC X(01) VALUE "N".
000850     88 CMO-AUTHORIZED                 VALUE "Y".
000860 77  CMO-EDIT-OK-SW                PIC X(01) VALUE "N".
000870     88 CMO-EDIT-OK                    VALUE "Y".
000880 77  CMO-LOG-OK-SW                 PIC X(01) VALUE "N".
000890     88 CMO-LOG-OK                     VALUE "Y".
000900 77  CMO-BROWSE-DONE-SW            PIC X(01) VALUE "N".
000910     88 CMO-BROWSE-DONE                VALUE "Y".
000920 77  CMO-MATCH-SW                  PIC X(01) VALUE "N".
000930     88 CMO-RECORD-MATCHES             VALUE "Y".
000940 77  CMO-BEFORE-IMAGE              PIC X(100) VALUE SPACES.
000945 77  CMO-TODAY-DATE                PIC 9(08) VALUE ZERO.
000947 77  CMO-POSTAL-PREFIX             PIC X(05) VALUE SPACES.
000950
000960*--------------------------------------------------------------*
000970*  Field table over the screen record, the same fields and     *
000980*  CONDTAB types CUSTMNT's CMN-FIELD-TABLE holds a batch       *
000990*  transaction to, at their CUSTREC offsets.                   *
001000*--------------------------------------------------------------*
001010 01  CMO-FIELD-TABLE.
001020     05 CMO-FIELD-ENTRY OCCURS 6 TIMES INDEXED BY CMO-FLD-IDX.
001030         10 CMO-FIELD-NAME        PIC X(20).
001040         10 CMO-FIELD-OFFSET      PIC 9(03) COMP.
001050         10 CMO-FIELD-LENGTH      PIC 9(03) COMP.
001060         10 CMO-FIELD-RULE-TYPE   PIC X(10).
001070
001080*--------------------------------------------------------------*
001090*  Result areas for CALL "CONDFLD" (CONDFDA) and CALL          *
001100*  "CUSTEDR" (CUSTERA).                                        *
001110*--------------------------------------------------------------*
001120 COPY CONDFDA.
001130 COPY CUSTERA.
001140
001150*--------------------------------------------------------------*
001160*  One formatted search-match line.                            *
001170*--------------------------------------------------------------*
001180 01  CMO-MATCH-LINE.
001190     05 CMO-ML-CUSTOMER-ID         PIC X(10).
001200     05 FILLER                     PIC X(02) VALUE SPACES.
001210     05 CMO-ML-NAME                PIC X(30).
001220     05 FILLER                     PIC X(02) VALUE SPACES.
001230     05 CMO-ML-ZIP-CODE            PIC X(08).
001240     05 FILLER                     PIC X(02) VALUE SPACES.
001250     05 CMO-ML-STATE               PIC X(02).
001260     05 FILLER                     PIC X(02) VALUE SPACES.
001270     05 CMO-ML-CITY                PIC X(12).
001280
001290 01  CMO-MATCH-TABLE.
001300     05 CMO-MATCH-ENTRY OCCURS 10 TIMES
001310                                   PIC X(70).
001320
001330 01  CMO-FIELD-MESSAGE.
001340     05 FILLER                     PIC X(21) VALUE
001350         "INVALID CHARACTER IN ".
001360     05 CMO-FM-FIELD-NAME          PIC X(20).
001370     05 FILLER                     PIC X(19) VALUE SPACES.
001380
001390*--------------------------------------------------------------*
001400*  COMMAREA carried between interactions: the customer on      *
001410*  display (key and the exact master image shown), and the     *
001420*  open search - which path, the leading characters sought,    *
001430*  and where the next page starts: the alternate key of the    *
001440*  last match shown and how many records with that same key    *
001450*  the browse had already passed (HIGH-VALUES = no next page). *
001460*--------------------------------------------------------------*
001470 01  CMO-COMMAREA.
001480     05 CMO-CA-SHOWN-KEY           PIC X(10).
001490     05 CMO-CA-SHOWN-IMAGE         PIC X(100).
001500     05 CMO-CA-SEARCH-PATH         PIC X(01).
001510         88 CMO-CA-NO-SEARCH           VALUE " ".
001520         88 CMO-CA-ZIP-SEARCH          VALUE "Z".
001530         88 CMO-CA-NAME-SEARCH         VALUE "N".
001540     05 CMO-CA-SEARCH-NAME         PIC X(30).
001550     05 CMO-CA-NAME-LENGTH         PIC 9(02).
001560     05 CMO-CA-SEARCH-ZIP          PIC X(08).
001570     05 CMO-CA-ZIP-LENGTH          PIC 9(02).
001580     05 CMO-CA-NEXT-KEY            PIC X(30).
001590     05 CMO-CA-NEXT-SKIP           PIC 9(03).
001600
001610 LINKAGE SECTION.
001620 01  DFHCOMMAREA                   PIC X(186).
001630
001640 PROCEDURE DIVISION.
001650*================================================================*
001660 0000-MAINLINE.
001670*================================================================*
001680     PERFORM 1050-BUILD-FIELD-TABLE THRU 1050-EXIT.
001690     IF EIBCALEN = ZERO
001700         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001710     ELSE
001720         MOVE DFHCOMMAREA TO CMO-COMMAREA
001730         PERFORM 2000-HANDLE-INTERACTION THRU 2000-EXIT
001740     END-IF.
001750     EXEC CICS RETURN
001760         TRANSID ('CMNO')
001770         COMMAREA (CMO-COMMAREA)
001780     END-EXEC.
001790
001800*================================================================*
001810 1000-FIRST-TIME.
001820*================================================================*
001830     MOVE SPACES TO CMO-COMMAREA.
001840     MOVE ZERO TO CMO-CA-NAME-LENGTH.
001850     MOVE ZERO TO CMO-CA-ZIP-LENGTH.
001860     MOVE ZERO TO CMO-CA-NEXT-SKIP.
001870     MOVE SPACES TO CMS-CUSTOMER-RECORD.
001880     MOVE SPACES TO CMO-MATCH-TABLE.
001890     MOVE "KEY AN ACTION AND CUSTOMER ID, OR S WITH A NAME/ZIP"
001900         TO CMO-SAVE-MESSAGE.
001910     PERFORM 7000-BUILD-MAP THRU 7000-EXIT.
001920     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950
001960*================================================================*
001970 1050-BUILD-FIELD-TABLE.
001980*================================================================*
001990     MOVE "CUSTOMER-NAME"       TO CMO-FIELD-NAME (1).
002000     MOVE 11                   TO CMO-FIELD-OFFSET (1).
002010     MOVE 30                   TO CMO-FIELD-LENGTH (1).
002020     MOVE "NAME"               TO CMO-FIELD-RULE-TYPE (1).
002030
002040     MOVE "ADDRESS-LINE"        TO CMO-FIELD-NAME (2).
002050     MOVE 41                   TO CMO-FIELD-OFFSET (2).
002060     MOVE 30                   TO CMO-FIELD-LENGTH (2).
002070     MOVE "ADDRESS"            TO CMO-FIELD-RULE-TYPE (2).
002080
002090     MOVE "CITY"                TO CMO-FIELD-NAME (3).
002100     MOVE 71                   TO CMO-FIELD-OFFSET (3).
002110     MOVE 15                   TO CMO-FIELD-LENGTH (3).
002120     MOVE "ADDRESS"            TO CMO-FIELD-RULE-TYPE (3).
002130
002140     MOVE "CUSTOMER-ID"         TO CMO-FIELD-NAME (4).
002150     MOVE 1                    TO CMO-FIELD-OFFSET (4).
002160     MOVE 10                   TO CMO-FIELD-LENGTH (4).
002170     MOVE "CUST-ID"            TO CMO-FIELD-RULE-TYPE (4).
002180
002190     MOVE "STATE"               TO CMO-FIELD-NAME (5).
002200     MOVE 86                   TO CMO-FIELD-OFFSET (5).
002210     MOVE 2                    TO CMO-FIELD-LENGTH (5).
002220     MOVE "STATE"              TO CMO-FIELD-RULE-TYPE (5).
002230
002240     MOVE "ZIP-CODE"            TO CMO-FIELD-NAME (6).
002250     MOVE 88                   TO CMO-FIELD-OFFSET (6).
002260     MOVE 8                    TO CMO-FIELD-LENGTH (6).
002270     MOVE "ZIP"                TO CMO-FIELD-RULE-TYPE (6).
002280 1050-EXIT.
002290     EXIT.
002300
002310*================================================================*
002320 2000-HANDLE-INTERACTION.
002330*================================================================*
002340     MOVE LOW-VALUES TO CMOMAPI.
002350     EXEC CICS RECEIVE
002360         MAP ('CMOMAP')
002370         MAPSET ('CUSTMNM')
002380         INTO (CMOMAPI)
002390         RESP (CMO-RESP)
002400     END-EXEC.
002410     PERFORM 2050-TAKE-SCREEN-FIELDS THRU 2050-EXIT.
002420     MOVE SPACES TO CMO-MATCH-TABLE.
002430     EVALUATE TRUE
002440         WHEN EIBAID = DFHPF3
002450             PERFORM 9000-EXIT-TRANSACTION THRU 9000-EXIT
002460         WHEN EIBAID = DFHPF8
002470             PERFORM 2650-SEARCH-NEXT-PAGE THRU 2650-EXIT
002480         WHEN EIBAID = DFHENTER
002490             PERFORM 2100-PROCESS-ACTION THRU 2100-EXIT
002500         WHEN OTHER
002510             MOVE "USE ENTER, PF8 OR PF3" TO CMO-SAVE-MESSAGE
002520     END-EVALUATE.
002530     PERFORM 7000-BUILD-MAP THRU 7000-EXIT.
002540     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
002550 2000-EXIT.
002560     EXIT.
002570
002580*================================================================*
002590 2050-TAKE-SCREEN-FIELDS.
002600*================================================================*
002610*    Fields never keyed (and a MAPFAIL) arrive as LOW-VALUES;   *
002620*    the screen record is blank-padded like a master record.   *
002630     MOVE SPACES TO CMS-CUSTOMER-RECORD.
002640     MOVE MOACTI TO CMO-ACTION.
002650     MOVE MOCIDI TO CMS-CUSTOMER-ID.
002660     MOVE MONAMI TO CMS-CUSTOMER-NAME.
002670     MOVE MOADRI TO CMS-ADDRESS-LINE.
002680     MOVE MOCTYI TO CMS-CITY.
002690     MOVE MOSTAI TO CMS-STATE.
002700     MOVE MOZIPI TO CMS-ZIP-CODE.
002710     INSPECT CMO-ACTION REPLACING ALL LOW-VALUE BY SPACE.
002720     INSPECT CMS-RECORD-TEXT REPLACING ALL LOW-VALUE BY SPACE.
002730 2050-EXIT.
002740     EXIT.
002750
002760*================================================================*
002770 2100-PROCESS-ACTION.
002780*================================================================*
002790*    Any action but S closes an open search.                   *
002800     IF CMO-ACTION NOT = "S"
002810         MOVE SPACE TO CMO-CA-SEARCH-PATH
002820     END-IF.
002830     EVALUATE CMO-ACTION
002840         WHEN "I"
002850             PERFORM 2200-INQUIRE THRU 2200-EXIT
002860         WHEN "A"
002870             PERFORM 2300-ADD-CUSTOMER THRU 2300-EXIT
002880         WHEN "C"
002890             PERFORM 2400-CHANGE-CUSTOMER THRU 2400-EXIT
002900         WHEN "D"
002910             PERFORM 2500-CLOSE-CUSTOMER THRU 2500-EXIT
002912         WHEN "R"
002914             PERFORM 2550-REOPEN-CUSTOMER THRU 2550-EXIT
002920         WHEN "S"
002930             PERFORM 2600-START-SEARCH THRU 2600-EXIT
002940         WHEN OTHER
002950             MOVE "ACTION MUST BE I, A, C, D, R OR S"
002960                 TO CMO-SAVE-MESSAGE
002970     END-EVALUATE.
002980 2100-EXIT.
002990     EXIT.
003000
003010*================================================================*
003020 2200-INQUIRE.
003030*================================================================*
003040     IF CMS-CUSTOMER-ID = SPACES
003050         MOVE "CUSTOMER ID IS REQUIRED" TO CMO-SAVE-MESSAGE
003060         GO TO 2200-EXIT
003070     END-IF.
003080     MOVE SPACES TO CMO-CA-SHOWN-KEY.
003090     EXEC CICS READ
003100         FILE ('CUSTMSTR')
003110         INTO (CUS-CUSTOMER-RECORD)
003120         RIDFLD (CMS-CUSTOMER-ID)
003130         RESP (CMO-RESP)
003140     END-EXEC.
003150     EVALUATE TRUE
003160         WHEN CMO-RESP = DFHRESP(NORMAL)
003170             PERFORM 2250-SHOW-MASTER-RECORD THRU 2250-EXIT
003172             IF CUS-CLOSED
003174                 MOVE "CLOSED CUSTOMER DISPLAYED - R TO REOPEN"
003176                     TO CMO-SAVE-MESSAGE
003178             ELSE
003180                 MOVE "CUSTOMER DISPLAYED - C=CHANGE, D=CLOSE"
003190                     TO CMO-SAVE-MESSAGE
003195             END-IF
003200         WHEN CMO-RESP = DFHRESP(NOTFND)
003210             MOVE "CUSTOMER NOT ON FILE" TO CMO-SAVE-MESSAGE
003220         WHEN OTHER
003230             MOVE "CUSTOMER MASTER UNAVAILABLE - TRY LATER"
003240                 TO CMO-SAVE-MESSAGE
003250     END-EVALUATE.
003260 2200-EXIT.
003270     EXIT.
003280
003290*================================================================*
003300 2250-SHOW-MASTER-RECORD.
003310*================================================================*
003320*    The master record in CUS becomes the screen record, and   *
003330*    its exact image is what a later C or D must still find.   *
003340     MOVE CUS-CUSTOMER-RECORD TO CMS-CUSTOMER-RECORD.
003350     MOVE CUS-CUSTOMER-ID TO CMO-CA-SHOWN-KEY.
003360     MOVE CUS-RECORD-TEXT TO CMO-CA-SHOWN-IMAGE.
003370 2250-EXIT.
003380     EXIT.
003390
003400*================================================================*
003410 2300-ADD-CUSTOMER.
003420*================================================================*
003430     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
003440     IF NOT CMO-AUTHORIZED
003450         GO TO 2300-EXIT
003460     END-IF.
003470     IF CMS-CUSTOMER-ID = SPACES
003480         MOVE "CUSTOMER ID IS REQUIRED" TO CMO-SAVE-MESSAGE
003490         GO TO 2300-EXIT
003500     END-IF.
003510     PERFORM 3000-EDIT-SCREEN-RECORD THRU 3000-EXIT.
003520     IF NOT CMO-EDIT-OK
003530         GO TO 2300-EXIT
003540     END-IF.
003550     MOVE CMS-CUSTOMER-RECORD TO CUS-CUSTOMER-RECORD.
003560     EXEC CICS WRITE
003570         FILE ('CUSTMSTR')
003580         FROM (CUS-CUSTOMER-RECORD)
003590         RIDFLD (CUS-CUSTOMER-ID)
003600         RESP (CMO-RESP)
003610     END-EXEC.
003620     EVALUATE TRUE
003630         WHEN CMO-RESP = DFHRESP(NORMAL)
003640             MOVE "A" TO COL-TRANS-CODE
003650             MOVE SPACES TO COL-BEFORE-IMAGE
003660             MOVE CUS-RECORD-TEXT TO COL-AFTER-IMAGE
003670             PERFORM 2800-WRITE-AUDIT-LOG THRU 2800-EXIT
003680             IF CMO-LOG-OK
003690                 PERFORM 2250-SHOW-MASTER-RECORD THRU 2250-EXIT
003700                 MOVE "CUSTOMER ADDED" TO CMO-SAVE-MESSAGE
003710             END-IF
003720         WHEN CMO-RESP = DFHRESP(DUPREC)
003730             MOVE "CUSTOMER ALREADY ON FILE - NOT ADDED"
003740                 TO CMO-SAVE-MESSAGE
003750         WHEN OTHER
003760             MOVE "CUSTOMER MASTER UNAVAILABLE - TRY LATER"
003770                 TO CMO-SAVE-MESSAGE
003780     END-EVALUATE.
003790 2300-EXIT.
003800     EXIT.
003810
003820*================================================================*
003830 2400-CHANGE-CUSTOMER.
003840*================================================================*
003850*    The screen carries every field, so the change is the      *
003860*    whole screen record laid over the master record - bytes   *
003870*    the screen does not show are kept as the master has them. *
003880     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
003890     IF NOT CMO-AUTHORIZED
003900         GO TO 2400-EXIT
003910     END-IF.
003920     IF CMS-CUSTOMER-ID = SPACES
003930         OR CMS-CUSTOMER-ID NOT = CMO-CA-SHOWN-KEY
003940         MOVE "INQUIRE ON THE CUSTOMER BEFORE CHANGING IT"
003950             TO CMO-SAVE-MESSAGE
003960         GO TO 2400-EXIT
003970     END-IF.
003980     PERFORM 3000-EDIT-SCREEN-RECORD THRU 3000-EXIT.
003990     IF NOT CMO-EDIT-OK
004000         GO TO 2400-EXIT
004010     END-IF.
004020     PERFORM 2450-READ-FOR-UPDATE THRU 2450-EXIT.
004030     IF CMO-RESP NOT = DFHRESP(NORMAL)
004040         GO TO 2400-EXIT
004050     END-IF.
004052     IF CUS-CLOSED
004054         EXEC CICS UNLOCK
004056             FILE ('CUSTMSTR')
004058             RESP (CMO-RESP)
004059         END-EXEC
004060         MOVE "CUSTOMER IS CLOSED - REOPEN IT BEFORE CHANGING"
004062             TO CMO-SAVE-MESSAGE
004064         GO TO 2400-EXIT
004066     END-IF.
004068     MOVE CUS-RECORD-TEXT TO CMO-BEFORE-IMAGE.
004070     MOVE CMS-CUSTOMER-NAME TO CUS-CUSTOMER-NAME.
004080     MOVE CMS-ADDRESS-LINE TO CUS-ADDRESS-LINE.
004090     MOVE CMS-CITY TO CUS-CITY.
004100     MOVE CMS-STATE TO CUS-STATE.
004110     MOVE CMS-ZIP-CODE TO CUS-ZIP-CODE.
004120     IF CUS-RECORD-TEXT = CMO-BEFORE-IMAGE
004130         EXEC CICS UNLOCK
004140             FILE ('CUSTMSTR')
004150             RESP (CMO-RESP)
004160         END-EXEC
004170         MOVE "NO CHANGES KEYED" TO CMO-SAVE-MESSAGE
004180         GO TO 2400-EXIT
004190     END-IF.
004200     EXEC CICS REWRITE
004210         FILE ('CUSTMSTR')
004220         FROM (CUS-CUSTOMER-RECORD)
004230         RESP (CMO-RESP)
004240     END-EXEC.
004250     IF CMO-RESP = DFHRESP(NORMAL)
004260         MOVE "C" TO COL-TRANS-CODE
004270         MOVE CMO-BEFORE-IMAGE TO COL-BEFORE-IMAGE
004280         MOVE CUS-RECORD-TEXT TO COL-AFTER-IMAGE
004290         PERFORM 2800-WRITE-AUDIT-LOG THRU 2800-EXIT
004300         IF CMO-LOG-OK
004310             PERFORM 2250-SHOW-MASTER-RECORD THRU 2250-EXIT
004320             MOVE "CUSTOMER CHANGED" TO CMO-SAVE-MESSAGE
004330         END-IF
004340     ELSE
004350         MOVE "CUSTOMER MASTER UNAVAILABLE - TRY LATER"
004360             TO CMO-SAVE-MESSAGE
004370     END-IF.
004380 2400-EXIT.
004390     EXIT.
004400
004410*================================================================*
004420 2450-READ-FOR-UPDATE.
004430*================================================================*
004440*    Lock the record and prove nobody has moved it since it    *
004450*    was displayed.  If it has, the current record goes back   *
004460*    on the screen to be reviewed and the action keyed again.  *
004470*    Any answer but NORMAL in CMO-RESP means do not update.    *
004480     EXEC CICS READ
004490         FILE ('CUSTMSTR')
004500         INTO (CUS-CUSTOMER-RECORD)
004510         RIDFLD (CMS-CUSTOMER-ID)
004520         UPDATE
004530         RESP (CMO-RESP)
004540     END-EXEC.
004550     EVALUATE TRUE
004560         WHEN CMO-RESP = DFHRESP(NOTFND)
004570             MOVE SPACES TO CMO-CA-SHOWN-KEY
004580             MOVE "CUSTOMER NO LONGER ON FILE" TO CMO-SAVE-MESSAGE
004590         WHEN CMO-RESP NOT = DFHRESP(NORMAL)
004600             MOVE "CUSTOMER MASTER UNAVAILABLE - TRY LATER"
004610                 TO CMO-SAVE-MESSAGE
004620         WHEN CUS-RECORD-TEXT NOT = CMO-CA-SHOWN-IMAGE
004630             EXEC CICS UNLOCK
004640                 FILE ('CUSTMSTR')
004650                 RESP (CMO-RESP)
004660             END-EXEC
004670             PERFORM 2250-SHOW-MASTER-RECORD THRU 2250-EXIT
004680             MOVE "CHANGED BY ANOTHER USER - REVIEW AND RETRY"
004690                 TO CMO-SAVE-MESSAGE
004700             MOVE DFHRESP(INVREQ) TO CMO-RESP
004710         WHEN OTHER
004720             CONTINUE
004730     END-EVALUATE.
004740 2450-EXIT.
004750     EXIT.
004760
004770*================================================================*
004780 2500-CLOSE-CUSTOMER.
004790*================================================================*
004792*    A delete closes the customer under today's date and       *
004794*    leaves the record on file, as CUSTMNT does in batch.      *
004800     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
004810     IF NOT CMO-AUTHORIZED
004820         GO TO 2500-EXIT
004830     END-IF.
004840     IF CMS-CUSTOMER-ID = SPACES
004850         OR CMS-CUSTOMER-ID NOT = CMO-CA-SHOWN-KEY
004860         MOVE "INQUIRE ON THE CUSTOMER BEFORE CLOSING IT"
004870             TO CMO-SAVE-MESSAGE
004880         GO TO 2500-EXIT
004890     END-IF.
004900     PERFORM 2450-READ-FOR-UPDATE THRU 2450-EXIT.
004910     IF CMO-RESP NOT = DFHRESP(NORMAL)
004920         GO TO 2500-EXIT
004930     END-IF.
004932     IF CUS-CLOSED
004934         EXEC CICS UNLOCK
004936             FILE ('CUSTMSTR')
004938             RESP (CMO-RESP)
004940         END-EXEC
004942         MOVE "CUSTOMER IS ALREADY CLOSED" TO CMO-SAVE-MESSAGE
004944         GO TO 2500-EXIT
004946     END-IF.
004948     EXEC CICS ASKTIME
004950         ABSTIME (CMO-ABSTIME)
004952     END-EXEC.
004954     EXEC CICS FORMATTIME
004956         ABSTIME (CMO-ABSTIME)
004958         YYYYMMDD (CMO-TODAY-DATE)
004960     END-EXEC.
004962     MOVE CUS-RECORD-TEXT TO CMO-BEFORE-IMAGE.
004964     SET CUS-CLOSED TO TRUE.
004966     MOVE CMO-TODAY-DATE TO CUS-CLOSE-DATE.
004968     EXEC CICS REWRITE
004970         FILE ('CUSTMSTR')
004972         FROM (CUS-CUSTOMER-RECORD)
004974         RESP (CMO-RESP)
004976     END-EXEC.
004980     IF CMO-RESP = DFHRESP(NORMAL)
004990         MOVE "D" TO COL-TRANS-CODE
005000         MOVE CMO-BEFORE-IMAGE TO COL-BEFORE-IMAGE
005010         MOVE CUS-RECORD-TEXT TO COL-AFTER-IMAGE
005020         PERFORM 2800-WRITE-AUDIT-LOG THRU 2800-EXIT
005030         IF CMO-LOG-OK
005040             PERFORM 2250-SHOW-MASTER-RECORD THRU 2250-EXIT
005070             MOVE "CUSTOMER CLOSED - R TO REOPEN"
005075                 TO CMO-SAVE-MESSAGE
005080         END-IF
005090     ELSE
005100         MOVE "CUSTOMER MASTER UNAVAILABLE - TRY LATER"
005110             TO CMO-SAVE-MESSAGE
005120     END-IF.
005130 2500-EXIT.
005140     EXIT.
005142
005144*================================================================*
005146 2550-REOPEN-CUSTOMER.
005148*================================================================*
005150*    A reopen puts a closed customer back to active with no    *
005152*    close date, every other field as it was.                  *
005154     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT.
005156     IF NOT CMO-AUTHORIZED
005158         GO TO 2550-EXIT
005160     END-IF.
005162     IF CMS-CUSTOMER-ID = SPACES
005164         OR CMS-CUSTOMER-ID NOT = CMO-CA-SHOWN-KEY
005166         MOVE "INQUIRE ON THE CUSTOMER BEFORE REOPENING IT"
005168             TO CMO-SAVE-MESSAGE
005170         GO TO 2550-EXIT
005172     END-IF.
005174     PERFORM 2450-READ-FOR-UPDATE THRU 2450-EXIT.
005176     IF CMO-RESP NOT = DFHRESP(NORMAL)
005178         GO TO 2550-EXIT
005180     END-IF.
005182     IF NOT CUS-CLOSED
005184         EXEC CICS UNLOCK
005186             FILE ('CUSTMSTR')
005188             RESP (CMO-RESP)
005190         END-EXEC
005192         MOVE "CUSTOMER IS NOT CLOSED" TO CMO-SAVE-MESSAGE
005194         GO TO 2550-EXIT
005196     END-IF.
005198     MOVE CUS-RECORD-TEXT TO CMO-BEFORE-IMAGE.
005200     MOVE "A" TO CUS-STATUS.
005202     MOVE ZERO TO CUS-CLOSE-DATE.
005204     EXEC CICS REWRITE
005206         FILE ('CUSTMSTR')
005208         FROM (CUS-CUSTOMER-RECORD)
005210         RESP (CMO-RESP)
005212     END-EXEC.
005214     IF CMO-RESP = DFHRESP(NORMAL)
005216         MOVE "R" TO COL-TRANS-CODE
005218         MOVE CMO-BEFORE-IMAGE TO COL-BEFORE-IMAGE
005220         MOVE CUS-RECORD-TEXT TO COL-AFTER-IMAGE
005222         PERFORM 2800-WRITE-AUDIT-LOG THRU 2800-EXIT
005224         IF CMO-LOG-OK
005226             PERFORM 2250-SHOW-MASTER-RECORD THRU 2250-EXIT
005228             MOVE "CUSTOMER REOPENED" TO CMO-SAVE-MESSAGE
005230         END-IF
005232     ELSE
005234         MOVE "CUSTOMER MASTER UNAVAILABLE - TRY LATER"
005236             TO CMO-SAVE-MESSAGE
005238     END-IF.
005240 2550-EXIT.
005242     EXIT.
005243
005244*================================================================*
005245 2600-START-SEARCH.
005246*================================================================*
005247*    A ZIP narrows fastest, so it drives the CUSTZIPX path     *
005248*    when keyed (any name keyed then filters); a name alone    *
005249*    drives CUSTNAMX.  Both match on leading characters.       *
005250     MOVE SPACE TO CMO-CA-SEARCH-PATH.
005251     IF CMS-CUSTOMER-NAME = SPACES
005252         AND CMS-ZIP-CODE = SPACES
005253         MOVE "KEY A NAME AND/OR ZIP TO SEARCH"
005255             TO CMO-SAVE-MESSAGE
005260         GO TO 2600-EXIT
005270     END-IF.
005280     MOVE CMS-CUSTOMER-NAME TO CMO-CA-SEARCH-NAME.
005290     MOVE ZERO TO CMO-CA-NAME-LENGTH.
005300     PERFORM 2610-MEASURE-NAME THRU 2610-EXIT
005310         VARYING CMO-TRIM-SUB FROM 30 BY -1
005320         UNTIL CMO-TRIM-SUB < 1
005330             OR CMO-CA-NAME-LENGTH > ZERO.
005340     MOVE CMS-ZIP-CODE TO CMO-CA-SEARCH-ZIP.
005350     MOVE ZERO TO CMO-CA-ZIP-LENGTH.
005360     PERFORM 2620-MEASURE-ZIP THRU 2620-EXIT
005370         VARYING CMO-TRIM-SUB FROM 8 BY -1
005380         UNTIL CMO-TRIM-SUB < 1
005390             OR CMO-CA-ZIP-LENGTH > ZERO.
005400     MOVE SPACES TO CMO-CA-NEXT-KEY.
005410     IF CMO-CA-ZIP-LENGTH > ZERO
005420         MOVE "Z" TO CMO-CA-SEARCH-PATH
005430         MOVE CMO-CA-SEARCH-ZIP TO CMO-CA-NEXT-KEY
005440     ELSE
005450         MOVE "N" TO CMO-CA-SEARCH-PATH
005460         MOVE CMO-CA-SEARCH-NAME TO CMO-CA-NEXT-KEY
005470     END-IF.
005480     MOVE ZERO TO CMO-CA-NEXT-SKIP.
005490     PERFORM 2700-BUILD-MATCH-PAGE THRU 2700-EXIT.
005500 2600-EXIT.
005510     EXIT.
005520
005530*================================================================*
005540 2610-MEASURE-NAME.
005550*================================================================*
005560     IF CMO-CA-SEARCH-NAME (CMO-TRIM-SUB:1) NOT = SPACE
005570         MOVE CMO-TRIM-SUB TO CMO-CA-NAME-LENGTH
005580     END-IF.
005590 2610-EXIT.
005600     EXIT.
005610
005620*================================================================*
005630 2620-MEASURE-ZIP.
005640*================================================================*
005650     IF CMO-CA-SEARCH-ZIP (CMO-TRIM-SUB:1) NOT = SPACE
005660         MOVE CMO-TRIM-SUB TO CMO-CA-ZIP-LENGTH
005670     END-IF.
005680 2620-EXIT.
005690     EXIT.
005700
005710*================================================================*
005720 2650-SEARCH-NEXT-PAGE.
005730*================================================================*
005740     EVALUATE TRUE
005750         WHEN CMO-CA-NO-SEARCH
005760             MOVE "NO SEARCH IN PROGRESS - USE ACTION S"
005770                 TO CMO-SAVE-MESSAGE
005780         WHEN CMO-CA-NEXT-KEY = HIGH-VALUES
005790             MOVE "NO MORE MATCHES" TO CMO-SAVE-MESSAGE
005800         WHEN OTHER
005810             PERFORM 2700-BUILD-MATCH-PAGE THRU 2700-EXIT
005820     END-EVALUATE.
005830 2650-EXIT.
005840     EXIT.
005850
005860*================================================================*
005870 2700-BUILD-MATCH-PAGE.
005880*================================================================*
005890*    Browse the path from CMO-CA-NEXT-KEY, first passing the   *
005900*    records with that key an earlier page already took, and   *
005910*    collect up to ten matches.  A full page remembers where   *
005920*    it stopped; anything less means the search is exhausted.  *
005930     MOVE ZERO TO CMO-MATCH-COUNT.
005940     MOVE "N" TO CMO-BROWSE-DONE-SW.
005950     MOVE CMO-CA-NEXT-SKIP TO CMO-SKIP-LEFT.
005960     MOVE ZERO TO CMO-SAME-KEY-COUNT.
005970     MOVE LOW-VALUES TO CMO-LAST-ALT-KEY.
005980     MOVE CMO-CA-NEXT-KEY TO CMO-BROWSE-KEY.
005990     IF CMO-CA-ZIP-SEARCH
006000         MOVE "CUSTZIPX" TO CMO-PATH-FILE
006010     ELSE
006020         MOVE "CUSTNAMX" TO CMO-PATH-FILE
006030     END-IF.
006040     EXEC CICS STARTBR
006050         FILE (CMO-PATH-FILE)
006060         RIDFLD (CMO-BROWSE-KEY)
006070         GTEQ
006080         RESP (CMO-RESP)
006090     END-EXEC.
006100     IF CMO-RESP = DFHRESP(NORMAL)
006110         PERFORM 2710-READ-NEXT-CANDIDATE THRU 2710-EXIT
006120             UNTIL CMO-BROWSE-DONE
006130                 OR CMO-MATCH-COUNT = 10
006140         EXEC CICS ENDBR
006150             FILE (CMO-PATH-FILE)
006160             RESP (CMO-RESP)
006170         END-EXEC
006180     END-IF.
006190     IF CMO-MATCH-COUNT = 10
006200         AND NOT CMO-BROWSE-DONE
006210         MOVE CMO-LAST-ALT-KEY TO CMO-CA-NEXT-KEY
006220         MOVE CMO-SAME-KEY-COUNT TO CMO-CA-NEXT-SKIP
006230         MOVE "PF8 FOR MORE MATCHES, OR I WITH AN ID TO SELECT"
006240             TO CMO-SAVE-MESSAGE
006250     ELSE
006260         MOVE HIGH-VALUES TO CMO-CA-NEXT-KEY
006270         MOVE ZERO TO CMO-CA-NEXT-SKIP
006280         IF CMO-MATCH-COUNT = ZERO
006290             MOVE "NO MORE CUSTOMERS MATCH" TO CMO-SAVE-MESSAGE
006300         ELSE
006310             MOVE "LAST MATCHES SHOWN - I WITH AN ID TO SELECT"
006320                 TO CMO-SAVE-MESSAGE
006330         END-IF
006340     END-IF.
006350 2700-EXIT.
006360     EXIT.
006370
006380*================================================================*
006390 2710-READ-NEXT-CANDIDATE.
006400*================================================================*
006410*    DUPKEY is a good read on a non-unique path - it only says *
006420*    more records share this alternate key.                    *
006430     EXEC CICS READNEXT
006440         FILE (CMO-PATH-FILE)
006450         INTO (CUS-CUSTOMER-RECORD)
006460         RIDFLD (CMO-BROWSE-KEY)
006470         RESP (CMO-RESP)
006480     END-EXEC.
006490     IF CMO-RESP NOT = DFHRESP(NORMAL)
006500         AND CMO-RESP NOT = DFHRESP(DUPKEY)
006510         MOVE "Y" TO CMO-BROWSE-DONE-SW
006520         GO TO 2710-EXIT
006530     END-IF.
006540     MOVE SPACES TO CMO-REC-ALT-KEY.
006550     IF CMO-CA-ZIP-SEARCH
006560         MOVE CUS-ZIP-CODE TO CMO-REC-ALT-KEY
006570     ELSE
006580         MOVE CUS-CUSTOMER-NAME TO CMO-REC-ALT-KEY
006590     END-IF.
006600     IF CMO-REC-ALT-KEY = CMO-LAST-ALT-KEY
006610         ADD 1 TO CMO-SAME-KEY-COUNT
006620     ELSE
006630         MOVE CMO-REC-ALT-KEY TO CMO-LAST-ALT-KEY
006640         MOVE 1 TO CMO-SAME-KEY-COUNT
006650     END-IF.
006660     PERFORM 2720-TEST-CANDIDATE THRU 2720-EXIT.
006670 2710-EXIT.
006680     EXIT.
006690
006700*================================================================*
006710 2720-TEST-CANDIDATE.
006720*================================================================*
006730*    Past the leading characters sought on the driving path,   *
006740*    the browse is over.  On the ZIP path a keyed name must    *
006750*    also lead the customer name.                              *
006760     IF CMO-CA-ZIP-SEARCH
006770         IF CUS-ZIP-CODE (1:CMO-CA-ZIP-LENGTH) NOT =
006780             CMO-CA-SEARCH-ZIP (1:CMO-CA-ZIP-LENGTH)
006790             MOVE "Y" TO CMO-BROWSE-DONE-SW
006800             GO TO 2720-EXIT
006810         END-IF
006820     ELSE
006830         IF CUS-CUSTOMER-NAME (1:CMO-CA-NAME-LENGTH) NOT =
006840             CMO-CA-SEARCH-NAME (1:CMO-CA-NAME-LENGTH)
006850             MOVE "Y" TO CMO-BROWSE-DONE-SW
006860             GO TO 2720-EXIT
006870         END-IF
006880     END-IF.
006890     IF CMO-SKIP-LEFT > ZERO
006900         AND CMO-REC-ALT-KEY = CMO-CA-NEXT-KEY
006910         SUBTRACT 1 FROM CMO-SKIP-LEFT
006920         GO TO 2720-EXIT
006930     END-IF.
006940     MOVE "Y" TO CMO-MATCH-SW.
006950     IF CMO-CA-ZIP-SEARCH
006960         AND CMO-CA-NAME-LENGTH > ZERO
006970         IF CUS-CUSTOMER-NAME (1:CMO-CA-NAME-LENGTH) NOT =
006980             CMO-CA-SEARCH-NAME (1:CMO-CA-NAME-LENGTH)
006990             MOVE "N" TO CMO-MATCH-SW
007000         END-IF
007010     END-IF.
007020     IF CMO-RECORD-MATCHES
007030         ADD 1 TO CMO-MATCH-COUNT
007040         MOVE CUS-CUSTOMER-ID TO CMO-ML-CUSTOMER-ID
007050         MOVE CUS-CUSTOMER-NAME TO CMO-ML-NAME
007060         MOVE CUS-ZIP-CODE TO CMO-ML-ZIP-CODE
007070         MOVE CUS-STATE TO CMO-ML-STATE
007080         MOVE CUS-CITY TO CMO-ML-CITY
007090         MOVE CMO-MATCH-LINE TO CMO-MATCH-ENTRY (CMO-MATCH-COUNT)
007100     END-IF.
007110 2720-EXIT.
007120     EXIT.
007130
007140*================================================================*
007150 2800-WRITE-AUDIT-LOG.
007160*================================================================*
007170*    The caller has set the transaction code and both images.  *
007180*    The log write shares the master update's unit of work: if *
007190*    it fails, the update is rolled back with it.              *
007200     MOVE "N" TO CMO-LOG-OK-SW.
007210     EXEC CICS ASKTIME
007220         ABSTIME (CMO-ABSTIME)
007230     END-EXEC.
007240     EXEC CICS FORMATTIME
007250         ABSTIME (CMO-ABSTIME)
007260         YYYYMMDD (COL-LOG-DATE)
007270         TIME (COL-LOG-TIME)
007280     END-EXEC.
007290     MOVE EIBTASKN TO COL-TASK-NUMBER.
007300     EXEC CICS ASSIGN
007310         USERID (COL-USER-ID)
007320     END-EXEC.
007330     MOVE EIBTRMID TO COL-TERMINAL-ID.
007340     MOVE CUS-CUSTOMER-ID TO COL-CUSTOMER-ID.
007350     EXEC CICS WRITE
007360         FILE ('CUSTOLOG')
007370         FROM (COL-LOG-RECORD)
007380         RIDFLD (COL-LOG-KEY)
007390         RESP (CMO-RESP)
007400     END-EXEC.
007410     IF CMO-RESP = DFHRESP(NORMAL)
007420         MOVE "Y" TO CMO-LOG-OK-SW
007430     ELSE
007440         EXEC CICS SYNCPOINT
007450             ROLLBACK
007460         END-EXEC
007470         MOVE "AUDIT LOG UNAVAILABLE - UPDATE BACKED OUT"
007480             TO CMO-SAVE-MESSAGE
007490     END-IF.
007500 2800-EXIT.
007510     EXIT.
007520
007530*================================================================*
007540 2900-CHECK-AUTHORITY.
007550*================================================================*
007560*    Updating is for users the security manager gives UPDATE   *
007570*    access to the CUSTMSTR file resource.                     *
007580     MOVE "N" TO CMO-AUTHORIZED-SW.
007590     EXEC CICS QUERY SECURITY
007600         RESTYPE ('FILE')
007610         RESID ('CUSTMSTR')
007620         UPDATE (CMO-UPDATE-CVDA)
007630         RESP (CMO-RESP)
007640     END-EXEC.
007650     IF CMO-RESP = DFHRESP(NORMAL)
007660         AND CMO-UPDATE-CVDA = DFHVALUE(UPDATABLE)
007670         MOVE "Y" TO CMO-AUTHORIZED-SW
007680     ELSE
007690         MOVE "NOT AUTHORIZED TO UPDATE CUSTOMERS"
007700             TO CMO-SAVE-MESSAGE
007710     END-IF.
007720 2900-EXIT.
007730     EXIT.
007740
007750*================================================================*
007760 3000-EDIT-SCREEN-RECORD.
007770*================================================================*
007780*    Character rules first, field by field as CUSTMNT applies  *
007790*    them, then the CUSTEDIT record edits.  The first failure  *
007800*    found is the message shown.                               *
007810     MOVE "Y" TO CMO-EDIT-OK-SW.
007820     MOVE SPACES TO CMO-FAIL-FIELD-NAME.
007830     PERFORM 3100-EDIT-FIELD THRU 3100-EXIT
007840         VARYING CMO-FLD-IDX FROM 1 BY 1
007850         UNTIL CMO-FLD-IDX > 6.
007860     IF NOT CMO-EDIT-OK
007870         MOVE CMO-FAIL-FIELD-NAME TO CMO-FM-FIELD-NAME
007880         MOVE CMO-FIELD-MESSAGE TO CMO-SAVE-MESSAGE
007890         GO TO 3000-EXIT
007900     END-IF.
007910     CALL "CUSTEDR" USING CMS-CUSTOMER-RECORD
007920                          CER-RESULT-AREA.
007930     IF CER-FAILURE-COUNT > ZERO
007940         MOVE "N" TO CMO-EDIT-OK-SW
007950         EVALUATE TRUE
007960             WHEN NOT CER-NAME-OK
007970                 MOVE "CUSTOMER NAME IS REQUIRED"
007980                     TO CMO-SAVE-MESSAGE
007990             WHEN NOT CER-ADDR-OK
008000                 MOVE "ADDRESS LINE IS REQUIRED"
008010                     TO CMO-SAVE-MESSAGE
008020             WHEN NOT CER-STATE-OK
008030                 MOVE "STATE NOT A US STATE OR CANADIAN PROVINCE"
008040                     TO CMO-SAVE-MESSAGE
008050             WHEN OTHER
008060                 MOVE "ZIP CODE IS NOT VALID FOR THE STATE"
008070                     TO CMO-SAVE-MESSAGE
008080         END-EVALUATE
008090         GO TO 3000-EXIT
008092     END-IF.
008093*    The postal reference is consulted for an add, or for a    *
008094*    change that alters city, state or ZIP (bytes 71-95 of     *
008095*    the record) from what was displayed - as in batch.        *
008096     IF CMO-ACTION = "A"
008097         OR CMS-RECORD-TEXT (71:25)
008099             NOT = CMO-CA-SHOWN-IMAGE (71:25)
008102         PERFORM 3200-CHECK-POSTAL-REF THRU 3200-EXIT
008104     END-IF.
008107 3000-EXIT.
008110     EXIT.
008120
008130*================================================================*
008140 3100-EDIT-FIELD.
008150*================================================================*
008160     MOVE CMO-FIELD-LENGTH (CMO-FLD-IDX) TO CFA-FIELD-LENGTH.
008170     CALL "CONDFLD" USING
008180         CMS-RECORD-TEXT (CMO-FIELD-OFFSET (CMO-FLD-IDX):
008190             CMO-FIELD-LENGTH (CMO-FLD-IDX))
008200         CMO-FIELD-RULE-TYPE (CMO-FLD-IDX)
008210         CFA-RESULT-AREA.
008220     IF CFA-RULE-VIOLATION-COUNT > ZERO
008230         MOVE "N" TO CMO-EDIT-OK-SW
008240         IF CMO-FAIL-FIELD-NAME = SPACES
008250             MOVE CMO-FIELD-NAME (CMO-FLD-IDX)
008260                 TO CMO-FAIL-FIELD-NAME
008270         END-IF
008280     END-IF.
008290 3100-EXIT.
008300     EXIT.
008310
008311*================================================================*
008312 3200-CHECK-POSTAL-REF.
008313*================================================================*
008314*    The lookup CUSTEDIT and CUSTMNT make.  CUSTZREF is keyed  *
008315*    ZIP (or the 3-byte FSA of a Canadian postal code) then    *
008316*    upper-case city.  An exact hit must carry the screen's    *
008317*    state; on a miss the first entry for the prefix decides - *
008318*    none, or one in another state, means the ZIP is not in    *
008319*    the state, one in the right state means the city is not   *
008320*    one of the ZIP's cities.                                  *
008321     MOVE SPACES TO CMO-ZIPREF-KEY.
008322     IF CER-STATE-IS-CANADA
008323         MOVE CMS-ZIP-CODE (1:3) TO CMO-ZK-PREFIX
008324     ELSE
008325         MOVE CMS-ZIP-CODE (1:5) TO CMO-ZK-PREFIX
008326     END-IF.
008327     MOVE CMO-ZK-PREFIX TO CMO-POSTAL-PREFIX.
008328     MOVE CMS-CITY TO CMO-ZK-CITY.
008329     INSPECT CMO-ZK-CITY
008330         CONVERTING "abcdefghijklmnopqrstuvwxyz"
008331                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008332     IF CMO-ZK-CITY NOT = SPACES
008333         EXEC CICS READ
008334             FILE ('CUSTZREF')
008335             INTO (CZR-POSTAL-RECORD)
008336             RIDFLD (CMO-ZIPREF-KEY)
008337             RESP (CMO-RESP)
008338         END-EXEC
008339         EVALUATE TRUE
008340             WHEN CMO-RESP = DFHRESP(NORMAL)
008341                 IF CZR-STATE NOT = CMS-STATE
008342                     PERFORM 3210-ZIP-NOT-IN-STATE THRU 3210-EXIT
008343                 END-IF
008344                 GO TO 3200-EXIT
008345             WHEN CMO-RESP = DFHRESP(NOTFND)
008346                 CONTINUE
008347             WHEN OTHER
008348                 PERFORM 3230-REFERENCE-UNAVAILABLE THRU 3230-EXIT
008349                 GO TO 3200-EXIT
008350         END-EVALUATE
008351     END-IF.
008352     MOVE LOW-VALUES TO CMO-ZK-CITY.
008353     EXEC CICS STARTBR
008354         FILE ('CUSTZREF')
008355         RIDFLD (CMO-ZIPREF-KEY)
008356         GTEQ
008357         RESP (CMO-RESP)
008358     END-EXEC.
008359     EVALUATE TRUE
008360         WHEN CMO-RESP = DFHRESP(NORMAL)
008361             CONTINUE
008362         WHEN CMO-RESP = DFHRESP(NOTFND)
008363             PERFORM 3210-ZIP-NOT-IN-STATE THRU 3210-EXIT
008364             GO TO 3200-EXIT
008365         WHEN OTHER
008366             PERFORM 3230-REFERENCE-UNAVAILABLE THRU 3230-EXIT
008367             GO TO 3200-EXIT
008368     END-EVALUATE.
008369     EXEC CICS READNEXT
008370         FILE ('CUSTZREF')
008371         INTO (CZR-POSTAL-RECORD)
008372         RIDFLD (CMO-ZIPREF-KEY)
008373         RESP (CMO-RESP)
008374     END-EXEC.
008375     IF CMO-RESP NOT = DFHRESP(NORMAL)
008376         MOVE SPACES TO CZR-POSTAL-RECORD
008377     END-IF.
008378     EXEC CICS ENDBR
008379         FILE ('CUSTZREF')
008380         RESP (CMO-RESP)
008381     END-EXEC.
008382     IF CZR-POSTAL-PREFIX NOT = CMO-POSTAL-PREFIX
008383         OR CZR-STATE NOT = CMS-STATE
008384         PERFORM 3210-ZIP-NOT-IN-STATE THRU 3210-EXIT
008385     ELSE
008386         PERFORM 3220-CITY-NOT-IN-ZIP THRU 3220-EXIT
008387     END-IF.
008388 3200-EXIT.
008389     EXIT.
008390
008391*================================================================*
008392 3210-ZIP-NOT-IN-STATE.
008393*================================================================*
008394     MOVE "N" TO CMO-EDIT-OK-SW.
008395     MOVE "ZIP CODE IS NOT IN THAT STATE" TO CMO-SAVE-MESSAGE.
008396 3210-EXIT.
008397     EXIT.
008398
008399*================================================================*
008400 3220-CITY-NOT-IN-ZIP.
008401*================================================================*
008402     MOVE "N" TO CMO-EDIT-OK-SW.
008403     MOVE "CITY IS NOT IN THAT ZIP CODE" TO CMO-SAVE-MESSAGE.
008404 3220-EXIT.
008405     EXIT.
008406
008407*================================================================*
008408 3230-REFERENCE-UNAVAILABLE.
008409*================================================================*
008410     MOVE "N" TO CMO-EDIT-OK-SW.
008411     MOVE "POSTAL REFERENCE UNAVAILABLE - TRY LATER"
008412         TO CMO-SAVE-MESSAGE.
008413 3230-EXIT.
008414     EXIT.
008415
008416*================================================================*
008417 7000-BUILD-MAP.
008418*================================================================*
008420*    The screen record, any search matches and the message go  *
008421*    back out; the action code is cleared for the next one.    *
008422     MOVE LOW-VALUES TO CMOMAPO.
008423     MOVE SPACE TO MOACTO.
008425     MOVE CMS-CUSTOMER-ID TO MOCIDO.
008426     MOVE CMS-CUSTOMER-NAME TO MONAMO.
008427     MOVE CMS-ADDRESS-LINE TO MOADRO.
008428     MOVE CMS-CITY TO MOCTYO.
008430     MOVE CMS-STATE TO MOSTAO.
008440     MOVE CMS-ZIP-CODE TO MOZIPO.
008450     PERFORM 7100-MOVE-MATCH-LINE THRU 7100-EXIT
008460         VARYING CMO-LINE-SUB FROM 1 BY 1
008470         UNTIL CMO-LINE-SUB > 10.
008480     MOVE CMO-SAVE-MESSAGE TO MOMSGO.
008490 7000-EXIT.
008500     EXIT.
008510
008520*================================================================*
008530 7100-MOVE-MATCH-LINE.
008540*================================================================*
008550     MOVE CMO-MATCH-ENTRY (CMO-LINE-SUB) TO MOLINO (CMO-LINE-SUB).
008560 7100-EXIT.
008570     EXIT.
008580
008590*================================================================*
008600 8000-SEND-MAP.
008610*================================================================*
008620     EXEC CICS SEND
008630         MAP ('CMOMAP')
008640         MAPSET ('CUSTMNM')
008650         FROM (CMOMAPO)
008660         ERASE
008670     END-EXEC.
008680 8000-EXIT.
008690     EXIT.
008700
008710*================================================================*
008720 9000-EXIT-TRANSACTION.
008730*================================================================*
008740     EXEC CICS SEND TEXT
008750         FROM (CMO-END-MESSAGE)
008760         ERASE
008770         FREEKB
008780     END-EXEC.
008790     EXEC CICS RETURN
008800     END-EXEC.
008810 9000-EXIT.
008820     EXIT.
