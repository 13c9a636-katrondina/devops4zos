000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTOAD.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTOAD is the first step of the CUSTMNT job.  The online   *
000090*  maintenance transaction (CUSTMNO) logs a before/after image *
000100*  of every master update it makes to the CUSTOLOG KSDS,       *
000110*  because CICS cannot extend the sequential audit trail.      *
000120*  CUSTOAD drains that log into DEVOPS.CUST.MAINTAUDT as       *
000130*  CUSTAUD records flagged CAU-ORIGIN "O", stamped with the    *
000140*  run date batch is about to use, so CUSTRECN ties the online *
000150*  adds and deletes into the master count and checks their     *
000160*  images, and CUSTHIST shows them beside the batch changes.   *
000170*                                                              *
000180*  The log is read in key (date, time, task) order, which is   *
000190*  the order the changes were made.  Only after every image is *
000200*  safely on the audit trail is the log emptied (the cluster   *
000210*  is REUSE, so OPEN OUTPUT resets it) - a failure before that *
000220*  leaves the log intact and ends RC=16 so nothing is lost.    *
000230*  The report lists every change drained, with who made it     *
000240*  and from which terminal.                                    *
000250*--------------------------------------------------------------*
000260*  MODIFICATION HISTORY                                        *
000270*    10/15/2026  KR   Original program.                        *
000272*    10/15/2026  KR   Online D is now a close; R (reopen)       *
000274*                     images drained and counted.               *
000276*    10/15/2026  KR   LOGFILE is OPTIONAL - an empty, never     *
000278*                     loaded log no longer ends the job RC=16.  *
000280*--------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-Z15.
000330 OBJECT-COMPUTER. IBM-Z15.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL LOGFILE ASSIGN TO LOGFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS COL-LOG-KEY
000410         FILE STATUS IS COA-LOGFILE-STATUS.
000420
000430     SELECT AUDFILE ASSIGN TO AUDFILE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS COA-AUDFILE-STATUS.
000460
000470     SELECT RPTFILE ASSIGN TO RPTFILE
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LOGFILE.
000530 COPY CUSTOLG.
000540
000550 FD  AUDFILE
000560     RECORDING MODE IS F.
000570 COPY CUSTAUD.
000580
000590 FD  RPTFILE
000600     RECORDING MODE IS F.
000610 01  RPT-LINE                      PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640*--------------------------------------------------------------*
000650*  Standalone switches and counters.                           *
000660*--------------------------------------------------------------*
000670 77  COA-LOGFILE-STATUS            PIC X(02) VALUE "00".
000680 77  COA-AUDFILE-STATUS            PIC X(02) VALUE "00".
000690 77  COA-LOG-EOF-SWITCH            PIC X(01) VALUE "N".
000700     88 COA-LOG-END-OF-FILE            VALUE "Y".
000710 77  COA-LOG-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
000720 77  COA-ADD-COUNT                 PIC 9(07) COMP VALUE ZERO.
000730 77  COA-CHANGE-COUNT              PIC 9(07) COMP VALUE ZERO.
000740 77  COA-DELETE-COUNT              PIC 9(07) COMP VALUE ZERO.
000745 77  COA-REOPEN-COUNT              PIC 9(07) COMP VALUE ZERO.
000750 77  COA-RUN-DATE                  PIC 9(08) VALUE ZERO.
000760
000770 01  COA-DETAIL-LINE.
000780     05 FILLER                     PIC X(02) VALUE SPACES.
000790     05 COA-DL-LOG-DATE            PIC 9(08).
000800     05 FILLER                     PIC X(01) VALUE SPACE.
000810     05 COA-DL-LOG-TIME            PIC 9(06).
000820     05 FILLER                     PIC X(02) VALUE SPACES.
000830     05 COA-DL-USER-ID             PIC X(08).
000840     05 FILLER                     PIC X(02) VALUE SPACES.
000850     05 COA-DL-TERMINAL-ID         PIC X(04).
000860     05 FILLER                     PIC X(02) VALUE SPACES.
000870     05 COA-DL-TRANS-DESC          PIC X(06).
000880     05 FILLER                     PIC X(02) VALUE SPACES.
000890     05 COA-DL-CUSTOMER-ID         PIC X(10).
000900     05 FILLER                     PIC X(28) VALUE SPACES.
000910
000920 01  COA-DATE-REPORT-LINE.
000930     05 FILLER                     PIC X(22) VALUE
000940         "AUDIT RUN DATE        ".
000950     05 COA-DRL-RUN-DATE           PIC 9(08).
000960
000970 01  COA-REPORT-LINE.
000980     05 COA-RL-LABEL               PIC X(30).
000990     05 COA-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
001000
001010 PROCEDURE DIVISION.
001020*================================================================*
001030 0000-MAINLINE.
001040*================================================================*
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001060     PERFORM 1100-READ-LOGFILE THRU 1100-EXIT.
001070     PERFORM 2000-DRAIN-LOG-RECORD THRU 2000-EXIT
001080         UNTIL COA-LOG-END-OF-FILE.
001090     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001100     STOP RUN.
001110
001120*================================================================*
001130 1000-INITIALIZE.
001140*================================================================*
001142*    The log cluster is defined empty and stays that way until *
001144*    CUSTMNO first writes to it, so an unloaded log (status    *
001146*    05) is simply empty - the first read gets end of file.    *
001150     OPEN INPUT LOGFILE.
001160     IF COA-LOGFILE-STATUS NOT = "00"
001165         AND COA-LOGFILE-STATUS NOT = "05"
001170         DISPLAY "CUSTOAD: LOGFILE OPEN FAILED, STATUS="
001180             COA-LOGFILE-STATUS
001190         MOVE 16 TO RETURN-CODE
001200         STOP RUN
001210     END-IF.
001220     OPEN EXTEND AUDFILE.
001230     IF COA-AUDFILE-STATUS NOT = "00"
001240         AND COA-AUDFILE-STATUS NOT = "05"
001250         DISPLAY "CUSTOAD: AUDFILE OPEN FAILED, STATUS="
001260             COA-AUDFILE-STATUS
001270         CLOSE LOGFILE
001280         MOVE 16 TO RETURN-CODE
001290         STOP RUN
001300     END-IF.
001310     OPEN OUTPUT RPTFILE.
001320     ACCEPT COA-RUN-DATE FROM DATE YYYYMMDD.
001330     MOVE "CUSTOAD - ONLINE MAINTENANCE AUDIT DRAIN" TO RPT-LINE.
001340     WRITE RPT-LINE.
001350     MOVE SPACES TO RPT-LINE.
001360     WRITE RPT-LINE.
001370     MOVE "  LOG DATE TIME    USER      TERM  ACTION  CUSTOMER"
001380         TO RPT-LINE.
001390     WRITE RPT-LINE.
001400 1000-EXIT.
001410     EXIT.
001420
001430*================================================================*
001440 1100-READ-LOGFILE.
001450*================================================================*
001460     READ LOGFILE NEXT RECORD
001470         AT END
001480             MOVE "Y" TO COA-LOG-EOF-SWITCH
001490         NOT AT END
001500             ADD 1 TO COA-LOG-READ-COUNT
001510     END-READ.
001520     IF COA-LOGFILE-STATUS NOT = "00"
001530         AND COA-LOGFILE-STATUS NOT = "10"
001540         DISPLAY "CUSTOAD: LOGFILE READ FAILED, STATUS="
001550             COA-LOGFILE-STATUS
001560         PERFORM 2950-DRAIN-ERROR THRU 2950-EXIT
001570     END-IF.
001580 1100-EXIT.
001590     EXIT.
001600
001610*================================================================*
001620 2000-DRAIN-LOG-RECORD.
001630*================================================================*
001640     MOVE SPACES TO CAU-AUDIT-RECORD.
001650     MOVE COA-RUN-DATE TO CAU-RUN-DATE.
001660     MOVE COL-TRANS-CODE TO CAU-TRANS-CODE.
001670     MOVE COL-CUSTOMER-ID TO CAU-CUSTOMER-ID.
001680     MOVE COL-BEFORE-IMAGE TO CAU-BEFORE-IMAGE.
001690     MOVE COL-AFTER-IMAGE TO CAU-AFTER-IMAGE.
001700     MOVE "O" TO CAU-ORIGIN.
001710     WRITE CAU-AUDIT-RECORD.
001720     IF COA-AUDFILE-STATUS NOT = "00"
001730         DISPLAY "CUSTOAD: AUDFILE WRITE FAILED, STATUS="
001740             COA-AUDFILE-STATUS
001750         PERFORM 2950-DRAIN-ERROR THRU 2950-EXIT
001760     END-IF.
001770     MOVE COL-LOG-DATE TO COA-DL-LOG-DATE.
001780     MOVE COL-LOG-TIME TO COA-DL-LOG-TIME.
001790     MOVE COL-USER-ID TO COA-DL-USER-ID.
001800     MOVE COL-TERMINAL-ID TO COA-DL-TERMINAL-ID.
001810     MOVE COL-CUSTOMER-ID TO COA-DL-CUSTOMER-ID.
001820     EVALUATE COL-TRANS-CODE
001830         WHEN "A"
001840             ADD 1 TO COA-ADD-COUNT
001850             MOVE "ADD" TO COA-DL-TRANS-DESC
001860         WHEN "C"
001870             ADD 1 TO COA-CHANGE-COUNT
001880             MOVE "CHANGE" TO COA-DL-TRANS-DESC
001890         WHEN "D"
001900             ADD 1 TO COA-DELETE-COUNT
001910             MOVE "CLOSE" TO COA-DL-TRANS-DESC
001912         WHEN "R"
001914             ADD 1 TO COA-REOPEN-COUNT
001916             MOVE "REOPEN" TO COA-DL-TRANS-DESC
001920         WHEN OTHER
001930             MOVE "??????" TO COA-DL-TRANS-DESC
001940     END-EVALUATE.
001950     MOVE COA-DETAIL-LINE TO RPT-LINE.
001960     WRITE RPT-LINE.
001970     PERFORM 1100-READ-LOGFILE THRU 1100-EXIT.
001980 2000-EXIT.
001990     EXIT.
002000
002010*================================================================*
002020 2950-DRAIN-ERROR.
002030*================================================================*
002040*    The log has not been emptied, so a rerun after the fault  *
002050*    is fixed drains it again.  Any images this run did write  *
002060*    must first be removed from the audit trail (restore it or *
002070*    cut the records flagged O for today's run date).          *
002080     MOVE "** DRAIN FAILED - ONLINE LOG LEFT INTACT **"
002085         TO RPT-LINE.
002090     WRITE RPT-LINE.
002100     CLOSE LOGFILE.
002110     CLOSE AUDFILE.
002120     CLOSE RPTFILE.
002130     MOVE 16 TO RETURN-CODE.
002140     STOP RUN.
002150 2950-EXIT.
002160     EXIT.
002170
002180*================================================================*
002190 8000-TERMINATE.
002200*================================================================*
002210     CLOSE LOGFILE.
002220     CLOSE AUDFILE.
002230     IF COA-AUDFILE-STATUS NOT = "00"
002240         DISPLAY "CUSTOAD: AUDFILE CLOSE FAILED, STATUS="
002250             COA-AUDFILE-STATUS
002260         MOVE "** DRAIN FAILED - ONLINE LOG LEFT INTACT **"
002270             TO RPT-LINE
002280         WRITE RPT-LINE
002290         CLOSE RPTFILE
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     PERFORM 8200-RESET-LOG THRU 8200-EXIT.
002340     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
002350     CLOSE RPTFILE.
002360 8000-EXIT.
002370     EXIT.
002380
002390*================================================================*
002400 8100-WRITE-REPORT.
002410*================================================================*
002420     MOVE SPACES TO RPT-LINE.
002430     WRITE RPT-LINE.
002440
002450     MOVE COA-RUN-DATE TO COA-DRL-RUN-DATE.
002460     MOVE COA-DATE-REPORT-LINE TO RPT-LINE.
002470     WRITE RPT-LINE.
002480
002490     MOVE "ONLINE LOG RECORDS DRAINED" TO COA-RL-LABEL.
002500     MOVE COA-LOG-READ-COUNT TO COA-RL-COUNT.
002510     MOVE COA-REPORT-LINE TO RPT-LINE.
002520     WRITE RPT-LINE.
002530
002540     MOVE "ONLINE ADDS" TO COA-RL-LABEL.
002550     MOVE COA-ADD-COUNT TO COA-RL-COUNT.
002560     MOVE COA-REPORT-LINE TO RPT-LINE.
002570     WRITE RPT-LINE.
002580
002590     MOVE "ONLINE CHANGES" TO COA-RL-LABEL.
002600     MOVE COA-CHANGE-COUNT TO COA-RL-COUNT.
002610     MOVE COA-REPORT-LINE TO RPT-LINE.
002620     WRITE RPT-LINE.
002630
002640     MOVE "ONLINE CLOSES" TO COA-RL-LABEL.
002650     MOVE COA-DELETE-COUNT TO COA-RL-COUNT.
002660     MOVE COA-REPORT-LINE TO RPT-LINE.
002670     WRITE RPT-LINE.
002672
002674     MOVE "ONLINE REOPENS" TO COA-RL-LABEL.
002676     MOVE COA-REOPEN-COUNT TO COA-RL-COUNT.
002678     MOVE COA-REPORT-LINE TO RPT-LINE.
002679     WRITE RPT-LINE.
002680 8100-EXIT.
002690     EXIT.
002700
002710*================================================================*
002720 8200-RESET-LOG.
002730*================================================================*
002740*    Every image is on the audit trail and closed, so the log  *
002750*    can go.  A failure here is still RC=16: the images just   *
002760*    drained would be drained again by the next run.           *
002770     OPEN OUTPUT LOGFILE.
002780     IF COA-LOGFILE-STATUS NOT = "00"
002790         DISPLAY "CUSTOAD: LOGFILE RESET FAILED, STATUS="
002800             COA-LOGFILE-STATUS
002810         MOVE "** ONLINE LOG NOT RESET - EMPTY IT BEFORE THE"
002820             TO RPT-LINE
002830         WRITE RPT-LINE
002840         MOVE "   NEXT RUN OR ITS IMAGES WILL BE DRAINED TWICE **"
002850             TO RPT-LINE
002860         WRITE RPT-LINE
002870         MOVE 16 TO RETURN-CODE
002880     ELSE
002890         CLOSE LOGFILE
002900     END-IF.
002910 8200-EXIT.
002920     EXIT.
