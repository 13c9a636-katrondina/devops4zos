000120*  ties three things together:                                 *
000130*    - the prior run's master record count (kept in the        *
000140*      CUSTMHS history record) plus audited adds minus         *
000150*      audited removals (deletes and purges) must equal the    *
000155*      master count now;                                       *
000160*    - every key CUSTMNT audited tonight must stand on the     *
000170*      master exactly as its final after-image says (a key     *
000180*      whose last after-image is blank must be absent);        *
000190*    - any discrepancy sets RC=8 so operations restores the    *
000200*      pre-update backup instead of trusting a master that     *
000210*      does not balance to its own audit trail.                *
000260*  after-image written for a key within the run can still      *
000270*  stand on the master; the earlier images in that key group   *
000280*  were superseded within the same run.                        *
000282*                                                              *
000284*  Online maintenance (CUSTMNO) images reach the trail ahead   *
000286*  of the batch ones, drained in by CUSTOAD, so AUDFILE is a   *
000288*  copy of the trail sorted by run date and key (EQUALS, so a  *
000290*  key's images stay in the order they were made) - otherwise  *
000292*  a key changed both online and in batch would split into two *
000294*  groups.  Online changes are counted on the report.          *
000295*                                                              *
000296*  A back-out (CUSTBOUT) reconciles the same way: its reversal *
000297*  images are ordinary adds, changes and deletes on the trail  *
000298*  under the day it ran.  Because a back-out can run on a day  *
000299*  the nightly reconciliation has already saved a count for,   *
000300*  the prior count is the last one saved for an EARLIER run    *
000302*  date - the whole day's images are tied every time.          *
000303*                                                              *
000305*  A CUSTMNT delete closes the customer and leaves it on the   *
000307*  master, so a D image with an after-image is a close and     *
000308*  ties like a change, as does a reopen (R).  Only a D with a  *
000310*  blank after-image (written before customers were closed,    *
000311*  or by a back-out of an add) or a CUSTPURG purge (P) takes   *
000313*  a record off the master.                                    *
000315*--------------------------------------------------------------*
000316*  MODIFICATION HISTORY                                        *
000318*    09/02/2026  KR   Original program.                        *
000320*    09/02/2026  KR   Reworked for the keyed master: the       *
000330*                     old/new flat dataset pair is gone, so    *
000340*                     the count tie now runs prior-run count   *
000370*                     the image check reads the master by key  *
000380*                     per audit group instead of match-        *
000390*                     merging two sorted files.                *
000392*    10/15/2026  KR   Online maintenance images (CAU-ORIGIN O) *
000394*                     counted and reported; AUDFILE is now the *
000396*                     trail sorted by run date and key.        *
000397*    10/15/2026  KR   Prior count is the last one saved for an *
000398*                     earlier run date, so a second tie on the *
000399*                     same day (CUSTBOUT back-out, or a rerun) *
000401*                     balances; back-out images reported.      *
000402*    10/15/2026  KR   Logical close: closes and reopens tie as *
000404*                     changes, purges (P) count as removals,   *
000405*                     and a blank final after-image (not the   *
000407*                     code) means the key must be absent.      *
000408*--------------------------------------------------------------*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
001010 77  CRN-ADD-COUNT                 PIC 9(07) COMP VALUE ZERO.
001020 77  CRN-DELETE-COUNT              PIC 9(07) COMP VALUE ZERO.
001030 77  CRN-CHANGE-COUNT              PIC 9(07) COMP VALUE ZERO.
001031 77  CRN-CLOSE-COUNT               PIC 9(07) COMP VALUE ZERO.
001032 77  CRN-REOPEN-COUNT              PIC 9(07) COMP VALUE ZERO.
001033 77  CRN-PURGE-COUNT               PIC 9(07) COMP VALUE ZERO.
001035 77  CRN-ONLINE-COUNT              PIC 9(07) COMP VALUE ZERO.
001036 77  CRN-BACKOUT-COUNT             PIC 9(07) COMP VALUE ZERO.
001040 77  CRN-KEY-GROUP-COUNT           PIC 9(07) COMP VALUE ZERO.
001050 77  CRN-ERROR-COUNT               PIC 9(07) COMP VALUE ZERO.
001060 77  CRN-PRIOR-COUNT               PIC 9(09) COMP VALUE ZERO.
003330             WHEN "C"
003340                 ADD 1 TO CRN-CHANGE-COUNT
003350             WHEN "D"
003352                 IF CAU-AFTER-IMAGE = SPACES
003360                     ADD 1 TO CRN-DELETE-COUNT
003362                 ELSE
003364                     ADD 1 TO CRN-CLOSE-COUNT
003366                 END-IF
003367             WHEN "R"
003368                 ADD 1 TO CRN-REOPEN-COUNT
003369             WHEN "P"
003372                 ADD 1 TO CRN-PURGE-COUNT
003376             WHEN OTHER
003380                 CONTINUE
003390         END-EVALUATE
003395         IF CAU-ORIGIN-ONLINE
003397             ADD 1 TO CRN-ONLINE-COUNT
003398         END-IF
003400         IF CAU-ORIGIN-BACKOUT
003402             ADD 1 TO CRN-BACKOUT-COUNT
003405         END-IF
003407     END-IF.
003410 1100-EXIT.
003420     EXIT.
003430
003710*================================================================*
003720*    The prior run's master count.  CNTFILE rides DISP=MOD,    *
003722*    so OPEN OUTPUT in 8200 appends - the file is a short      *
003724*    history and the LAST record on it for a run date before   *
003725*    the one being reconciled is the prior count.  A count     *
003728*    already saved for this run date (the nightly tie, before  *
003731*    a same-day back-out) is passed over - this run re-ties    *
003734*    the whole day's images from the earlier baseline.         *
003737*    A first-ever run has none and the count tie is skipped    *
003740*    with a message.                                           *
003750     OPEN INPUT CNTFILE.
003760     IF CRN-CNTFILE-STATUS = "00"
003882         AT END
003884             MOVE "Y" TO CRN-CNT-EOF-SWITCH
003886         NOT AT END
003887             IF CMH-RUN-DATE < CRN-RUN-DATE
003888                 MOVE "Y" TO CRN-PRIOR-FOUND-SW
003890                 MOVE CMH-MASTER-COUNT TO CRN-PRIOR-COUNT
003891             END-IF
003892     END-READ.
003894 1450-EXIT.
003896     EXIT.
003897
003898*================================================================*
003900 2000-CHECK-AUDIT-GROUP.
003910*================================================================*
003920     PERFORM 2200-CHECK-GROUP-ON-MASTER THRU 2200-EXIT.
004220*================================================================*
004230 2200-CHECK-GROUP-ON-MASTER.
004240*================================================================*
004250*    One keyed read settles the group: a blank final after-    *
004260*    image (delete or purge) must come back not-found,         *
004270*    anything else must come back equal to it.                 *
004280     MOVE CRN-GROUP-KEY TO CUS-CUSTOMER-ID.
004290     READ MSTFILE
004300         INVALID KEY
004310             IF CRN-GROUP-FINAL-IMAGE NOT = SPACES
004320                 MOVE CRN-GROUP-KEY TO CRN-EL-KEY
004330                 MOVE "AUDITED AFTER-IMAGE NOT ON MASTER"
004340                     TO CRN-EL-TEXT
004360             END-IF
004370         NOT INVALID KEY
004380             EVALUATE TRUE
004390                 WHEN CRN-GROUP-FINAL-IMAGE = SPACES
004400                     MOVE CRN-GROUP-KEY TO CRN-EL-KEY
004410                     MOVE "AUDITED REMOVAL STILL ON MASTER"
004420                         TO CRN-EL-TEXT
004430                     PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
004440                 WHEN CUS-RECORD-TEXT NOT =
005110     MOVE CRN-REPORT-LINE TO RPT-LINE.
005120     WRITE RPT-LINE.
005130
005131     MOVE "AUDITED CLOSES" TO CRN-RL-LABEL.
005132     MOVE CRN-CLOSE-COUNT TO CRN-RL-COUNT.
005133     MOVE CRN-REPORT-LINE TO RPT-LINE.
005134     WRITE RPT-LINE.
005135
005136     MOVE "AUDITED REOPENS" TO CRN-RL-LABEL.
005137     MOVE CRN-REOPEN-COUNT TO CRN-RL-COUNT.
005138     MOVE CRN-REPORT-LINE TO RPT-LINE.
005139     WRITE RPT-LINE.
005142
005146     MOVE "AUDITED DELETES (REMOVED)" TO CRN-RL-LABEL.
005150     MOVE CRN-DELETE-COUNT TO CRN-RL-COUNT.
005160     MOVE CRN-REPORT-LINE TO RPT-LINE.
005170     WRITE RPT-LINE.
005171
005172     MOVE "AUDITED PURGES" TO CRN-RL-LABEL.
005173     MOVE CRN-PURGE-COUNT TO CRN-RL-COUNT.
005174     MOVE CRN-REPORT-LINE TO RPT-LINE.
005175     WRITE RPT-LINE.
005180
005182     MOVE "ONLINE CHANGES IN RUN" TO CRN-RL-LABEL.
005184     MOVE CRN-ONLINE-COUNT TO CRN-RL-COUNT.
005186     MOVE CRN-REPORT-LINE TO RPT-LINE.
005188     WRITE RPT-LINE.
005189
005190     MOVE "BACK-OUT REVERSALS IN RUN" TO CRN-RL-LABEL.
005192     MOVE CRN-BACKOUT-COUNT TO CRN-RL-COUNT.
005193     MOVE CRN-REPORT-LINE TO RPT-LINE.
005195     WRITE RPT-LINE.
005196
005198     MOVE "AUDIT KEY GROUPS CHECKED" TO CRN-RL-LABEL.
005200     MOVE CRN-KEY-GROUP-COUNT TO CRN-RL-COUNT.
005210     MOVE CRN-REPORT-LINE TO RPT-LINE.
005220     WRITE RPT-LINE.
005230
005240*    The count tie: prior + adds - removals (deletes and       *
005245*    purges) must equal now.                                   *
005250     IF NOT CRN-PRIOR-FOUND
005260         MOVE "NO PRIOR MASTER COUNT - COUNT TIE SKIPPED"
005270             TO RPT-LINE
005280     ELSE
005290         COMPUTE CRN-EXPECTED-COUNT =
005300             CRN-PRIOR-COUNT + CRN-ADD-COUNT - CRN-DELETE-COUNT
005305             - CRN-PURGE-COUNT
005310         IF CRN-EXPECTED-COUNT = CRN-MASTER-COUNT
005320             MOVE "PRIOR + ADDS - REMOVALS TIES TO NOW - OK"
005330                 TO RPT-LINE
005340         ELSE
005350             MOVE "** PRIOR + ADDS - REMOVALS OUT OF BALANCE **"
005360                 TO RPT-LINE
005370             MOVE 8 TO CRN-RETURN-CODE
005380         END-IF
005600*================================================================*
005610*    Append tonight's actual count - CNTFILE is DISP=MOD, so   *
005620*    OPEN OUTPUT positions at end of data and the file keeps   *
005630*    a short count history; 1400 takes the last record for an *
005640*    earlier run date as the prior baseline, so a second clean *
005642*    tie on the same day adds a record without disturbing it.  *
005650     MOVE SPACES TO CMH-HISTORY-RECORD.
005660     MOVE CRN-RUN-DATE TO CMH-RUN-DATE.
005670     MOVE CRN-MASTER-COUNT TO CMH-MASTER-COUNT.
