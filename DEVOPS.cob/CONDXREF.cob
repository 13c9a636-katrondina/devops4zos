000230*  sorted worklist; the summary report carries an              *
000240*  orphans-per-source count so the shop can tell which         *
000250*  upstream sender is making keys up.  Any orphan sets RC=4.   *
000252*                                                              *
000254*  A key that IS on the master but whose customer is closed    *
000256*  (CUS-STATUS C - see CUSTREC) is not an orphan but is no     *
000258*  more postable: it rejects under its own reason CLSD, is     *
000259*  counted beside the orphans per source, and also sets RC=4.  *
000260*--------------------------------------------------------------*
000270*  MODIFICATION HISTORY                                        *
000280*    09/02/2026  KR   Original program.                        *
000284*                     KSDS DEVOPS.CUST.MASTER.VSAM; the key    *
000286*                     load reads it sequentially through the   *
000288*                     index.                                   *
000289*    10/15/2026  KR   ORPH rejects now carry the source they     *
000290*                     came from in CDJ-SOURCE-ID, so CONDRTN     *
000292*                     can return them to that sender.            *
000294*    10/15/2026  KR   Feed records for closed customers reject  *
000296*                     with reason CLSD, counted per source.     *
000298*--------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000780 77  CXR-INPUT-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
000790 77  CXR-DATA-RECORD-COUNT         PIC 9(07) COMP VALUE ZERO.
000800 77  CXR-ORPHAN-COUNT              PIC 9(07) COMP VALUE ZERO.
000805 77  CXR-CLOSED-COUNT              PIC 9(07) COMP VALUE ZERO.
000810 77  CXR-MASTER-KEY-COUNT          PIC 9(05) COMP VALUE ZERO.
000820 77  CXR-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
000830 77  CXR-TODAY-DATE                PIC 9(08) VALUE ZERO.
000840 77  CXR-PRIOR-MASTER-KEY          PIC X(10) VALUE LOW-VALUES.
000850 77  CXR-KEY-FOUND-SW              PIC X(01) VALUE "N".
000860     88 CXR-KEY-FOUND                  VALUE "Y".
000862 77  CXR-REJECT-REASON             PIC X(04) VALUE SPACES.
000870
000880*--------------------------------------------------------------*
000890*  Customer-key lookup table, loaded from the master in        *
000900*  ascending key order so SEARCH ALL can binary-search it.     *
000910*  The DEPENDING ON keeps the search inside the loaded         *
000920*  entries - the unloaded tail is not in key order and must    *
000930*  never be probed.  Each key carries whether its customer is  *
000932*  closed.  50,000 entries covers the master with              *
000940*  room to grow; a bigger master aborts the run rather than    *
000950*  validating only part of the file.                           *
000955*--------------------------------------------------------------*
000990         ASCENDING KEY IS CXR-MASTER-KEY
001000         INDEXED BY CXR-KEY-IDX.
001010         10 CXR-MASTER-KEY         PIC X(10).
001015         10 CXR-MASTER-CLOSED-SW   PIC X(01).
001016             88 CXR-MASTER-CLOSED      VALUE "Y".
001020
001030*--------------------------------------------------------------*
001040*  Per-source orphan tallies.  The feed is bracketed by the    *
001230         10 CXR-SRC-ID             PIC X(08) VALUE SPACES.
001240         10 CXR-SRC-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
001250         10 CXR-SRC-ORPHAN-COUNT   PIC 9(09) COMP VALUE ZERO.
001255         10 CXR-SRC-CLOSED-COUNT   PIC 9(09) COMP VALUE ZERO.
001260
001270 01  CXR-SRC-REPORT-LINE.
001280     05 FILLER                     PIC X(09) VALUE "  SOURCE ".
001310     05 CXR-SRL-RECORDS            PIC ZZZ,ZZZ,ZZ9.
001320     05 FILLER                     PIC X(09) VALUE " ORPHANS ".
001330     05 CXR-SRL-ORPHANS            PIC ZZZ,ZZZ,ZZ9.
001332     05 FILLER                     PIC X(08) VALUE " CLOSED ".
001334     05 CXR-SRL-CLOSED             PIC ZZZ,ZZZ,ZZ9.
001340
001350 01  CXR-REPORT-LINE.
001360     05 CXR-RL-LABEL               PIC X(30).
001548         MOVE 16 TO RETURN-CODE
001549         STOP RUN
001550     END-IF.
001555     OPEN EXTEND REJFILE.
001560     OPEN OUTPUT RPTFILE.
001570     IF CXR-REJFILE-STATUS NOT = "00"
001580         AND CXR-REJFILE-STATUS NOT = "05"
002230     ADD 1 TO CXR-MASTER-KEY-COUNT.
002240     SET CXR-KEY-IDX TO CXR-MASTER-KEY-COUNT.
002250     MOVE CUS-CUSTOMER-ID TO CXR-MASTER-KEY (CXR-KEY-IDX).
002252     IF CUS-CLOSED
002254         MOVE "Y" TO CXR-MASTER-CLOSED-SW (CXR-KEY-IDX)
002256     ELSE
002258         MOVE "N" TO CXR-MASTER-CLOSED-SW (CXR-KEY-IDX)
002259     END-IF.
002260     MOVE CUS-CUSTOMER-ID TO CXR-PRIOR-MASTER-KEY.
002270 1250-EXIT.
002280     EXIT.
002680     END-IF.
002690     IF NOT CXR-KEY-FOUND
002700         PERFORM 2200-WRITE-ORPHAN-REJECT THRU 2200-EXIT
002705         GO TO 2100-EXIT
002710     END-IF.
002712     IF CXR-MASTER-CLOSED (CXR-KEY-IDX)
002714         PERFORM 2250-WRITE-CLOSED-REJECT THRU 2250-EXIT
002716     END-IF.
002720 2100-EXIT.
002730     EXIT.
002740
002780*    Reason ORPH, alongside INVC and CHKD on the same          *
002790*    worklist: the record itself is well formed, the customer  *
002800*    it names does not exist.                                  *
002810     MOVE "ORPH" TO CXR-REJECT-REASON.
002820     PERFORM 2400-WRITE-REJECT THRU 2400-EXIT.
002900     ADD 1 TO CXR-ORPHAN-COUNT.
002910     IF CXR-CURRENT-SOURCE-SUB > ZERO
002920         ADD 1 TO CXR-SRC-ORPHAN-COUNT (CXR-CURRENT-SOURCE-SUB)
002930     END-IF.
002950 2200-EXIT.
002960     EXIT.
002962
002964*================================================================*
002966 2250-WRITE-CLOSED-REJECT.
002968*================================================================*
002970*    Reason CLSD: the customer exists but has been closed, so  *
002972*    nothing more may post to it until it is reopened.         *
002974     MOVE "CLSD" TO CXR-REJECT-REASON.
002976     PERFORM 2400-WRITE-REJECT THRU 2400-EXIT.
002978     ADD 1 TO CXR-CLOSED-COUNT.
002980     IF CXR-CURRENT-SOURCE-SUB > ZERO
002982         ADD 1 TO CXR-SRC-CLOSED-COUNT (CXR-CURRENT-SOURCE-SUB)
002984     END-IF.
002986 2250-EXIT.
002988     EXIT.
002990
002992*================================================================*
002994 2400-WRITE-REJECT.
002996*================================================================*
002998     MOVE SPACES                   TO CDJ-REJECT-RECORD.
002999     MOVE CDR-RECORD-KEY           TO CDJ-RECORD-KEY.
003000     MOVE CDR-FIELD-TYPE           TO CDJ-FIELD-TYPE.
003001     MOVE ZERO                     TO CDJ-CHAR-POSITION.
003002     MOVE SPACE                    TO CDJ-OFFENDING-CHAR.
003003     MOVE CXR-REJECT-REASON        TO CDJ-REASON-CODE.
003004     MOVE SPACE                    TO CDJ-WORK-STATUS.
003005     MOVE CXR-TODAY-DATE           TO CDJ-RUN-DATE.
003006     IF CXR-CURRENT-SOURCE-SUB > ZERO
003007         MOVE CXR-SRC-ID (CXR-CURRENT-SOURCE-SUB)
003008                                   TO CDJ-SOURCE-ID
003009     END-IF.
003010     WRITE CDJ-REJECT-RECORD.
003011     MOVE 4 TO CXR-RETURN-CODE.
003012 2400-EXIT.
003013     EXIT.
003014
003015*================================================================*
003016 2310-LOCATE-SOURCE.
003017*================================================================*
003018*    Find CXR-WORK-SOURCE-ID in the source table, adding it    *
003020*    on first sight, the same way CONDRVR's balancing table    *
003030*    works.  CXR-SRC-SUB comes back ZERO only when the table   *
003040*    is full, which the summary report flags.                  *
003150             MOVE CXR-WORK-SOURCE-ID TO CXR-SRC-ID (CXR-SRC-SUB)
003160             MOVE ZERO TO CXR-SRC-RECORD-COUNT (CXR-SRC-SUB)
003170             MOVE ZERO TO CXR-SRC-ORPHAN-COUNT (CXR-SRC-SUB)
003175             MOVE ZERO TO CXR-SRC-CLOSED-COUNT (CXR-SRC-SUB)
003180         ELSE
003190             MOVE "Y" TO CXR-SOURCE-OVERFLOW-SW
003200         END-IF
003680     MOVE CXR-ORPHAN-COUNT TO CXR-RL-COUNT.
003690     MOVE CXR-REPORT-LINE TO RPT-LINE.
003700     WRITE RPT-LINE.
003702
003704     MOVE "CLOSED CUSTS REJECTED (CLSD)" TO CXR-RL-LABEL.
003706     MOVE CXR-CLOSED-COUNT TO CXR-RL-COUNT.
003708     MOVE CXR-REPORT-LINE TO RPT-LINE.
003709     WRITE RPT-LINE.
003710     MOVE SPACES TO RPT-LINE.
003720     WRITE RPT-LINE.
003730
003750         MOVE "NO SOURCE CONTROL RECORDS ON FEED" TO RPT-LINE
003760         WRITE RPT-LINE
003770     ELSE
003780         MOVE "ORPHAN AND CLOSED KEYS PER UPSTREAM SOURCE"
003785             TO RPT-LINE
003790         WRITE RPT-LINE
003800         PERFORM 8150-WRITE-SOURCE-LINE THRU 8150-EXIT
003810             VARYING CXR-SRC-SUB FROM 1 BY 1
003950     MOVE CXR-SRC-ID (CXR-SRC-SUB) TO CXR-SRL-ID.
003960     MOVE CXR-SRC-RECORD-COUNT (CXR-SRC-SUB) TO CXR-SRL-RECORDS.
003970     MOVE CXR-SRC-ORPHAN-COUNT (CXR-SRC-SUB) TO CXR-SRL-ORPHANS.
003975     MOVE CXR-SRC-CLOSED-COUNT (CXR-SRC-SUB) TO CXR-SRL-CLOSED.
003980     MOVE CXR-SRC-REPORT-LINE TO RPT-LINE.
003990     WRITE RPT-LINE.
004000 8150-EXIT.
