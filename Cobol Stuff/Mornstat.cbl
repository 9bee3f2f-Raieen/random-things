002880*                     RECON'S NEW CLOCK STAMPS, SO A CLEAN
002890*                     RECONCILIATION NOW SHOWS AS SUCH INSTEAD
002891*                     OF "DID NOT RUN".
002892*    10/29/18   JRP   LISTS EVERY INCIDENT STILL OPEN FROM AN
002893*                     EARLIER NIGHT, FROM THE NEW KEYED INCIDENT
002894*                     FILE STREAM WRITES ON A FAILED STEP, SO A
002895*                     FAILURE NOBODY HAS CLOSED KEEPS SHOWING UP
002896*                     EVERY MORNING UNTIL SOMEONE DOES.
002897*    10/31/18   JRP   STREAM NOW SKIPS ONLY THE BRANCH BEHIND A
002898*                     FAILED STEP AND RUNS THE REST, SO THE LAST
002899*                     CARD CAN CHECKPOINT ON A NIGHT THAT STILL
002900*                     LOST STEPS.  TODAY'S STRMSUM IS READ AND A
002901*                     STOPPED BRANCH -- THE STEP THAT FAILED AND
002902*                     HOW MANY STEPS WERE SKIPPED BEHIND IT -- IS
002903*                     REPORTED AHEAD OF "RAN TO COMPLETION".
002904*    11/06/18   JRP   ADDED A STATUS LINE FOR THE NEW INTGCHK
002905*                     CROSS-FILE INTEGRITY CHECK, FROM THE RETURN
002906*                     CODE ON ITS AUDITLOG RECORD, SO LEDGER
002907*                     BREAKS ARE READ NEXT TO RECON'S VERDICT.
002990******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. MORNSTAT.
003200 ENVIRONMENT DIVISION.
004920     SELECT STREAM-DEF-FILE ASSIGN TO "STRMDEF"
004930         ORGANIZATION IS LINE SEQUENTIAL
004940         FILE STATUS IS WS-STRMDEF-STATUS.
004942
004945     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
004950         ORGANIZATION IS INDEXED
004955         ACCESS MODE IS DYNAMIC
004960         RECORD KEY IS IC-KEY
004965         FILE STATUS IS WS-INCIDENT-STATUS.
004970
004975     SELECT STREAM-SUMMARY-FILE ASSIGN TO DYNAMIC WS-STRMSUM-NAME
004980         ORGANIZATION IS LINE SEQUENTIAL
004985         FILE STATUS IS WS-STRMSUM-STATUS.
005000
005100     SELECT MORNING-REPORT-FILE ASSIGN TO "MORNRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
007020 FD  STREAM-DEF-FILE
007030     LABEL RECORD IS STANDARD.
007040 COPY STRMDEF.
007045
007050 FD  INCIDENT-FILE.
007060 COPY INCIDENT.
007062
007064 FD  STREAM-SUMMARY-FILE
007066     LABEL RECORD IS STANDARD.
007068 01  STREAM-SUMMARY-RECORD.
007070     05  FILLER                      PIC X(01).
007072     05  SS-STEP-NAME                PIC X(08).
007074     05  FILLER                      PIC X(29).
007076     05  SS-DECISION                 PIC X(16).
007078     05  FILLER                      PIC X(36).
007100
007200 FD  MORNING-REPORT-FILE
007300     LABEL RECORD IS STANDARD.
007900 01  WS-ERRLOG-STATUS                PIC X(02) VALUE "00".
008000 01  WS-CHKPTLOG-STATUS              PIC X(02) VALUE "00".
008010 01  WS-STRMDEF-STATUS               PIC X(02) VALUE "00".
008030 01  WS-INCIDENT-STATUS              PIC X(02) VALUE "00".
008050 01  WS-STRMSUM-STATUS               PIC X(02) VALUE "00".
008100 01  WS-MORNRPT-STATUS               PIC X(02) VALUE "00".
008200
008300 01  WS-SWITCHES.
008500         88  END-OF-INPUT            VALUE "Y".
008600     05  WS-CHECKPOINT-SW            PIC X(01) VALUE "N".
008700         88  CHECKPOINT-IS-TODAYS    VALUE "Y".
008720     05  WS-INCIDENT-OPEN-SW         PIC X(01) VALUE "N".
008740         88  INCIDENT-FILE-OPEN      VALUE "Y".
008800
008900 01  WS-TODAY-DATE                   PIC 9(08) VALUE 0.
008910 01  WS-FINAL-STEP-NAME              PIC X(08) VALUE SPACES.
008930 01  WS-PRIOR-OPEN-COUNT             PIC 9(04) VALUE 0.
008940 01  WS-STRMSUM-NAME                 PIC X(16) VALUE SPACES.
008950 01  WS-BRANCH-FAILED-STEP           PIC X(08) VALUE SPACES.
008960 01  WS-UPSTREAM-SKIP-COUNT          PIC 9(02) VALUE 0.
009000
009100*    ONE ROW PER PROGRAM SEEN IN TODAY'S LOGS, IN ORDER OF
009200*    FIRST APPEARANCE IN TIMELOG -- WHICH IS STREAM ORDER.
014200 01  WS-STATUS-LINE.
014300     05  FILLER                      PIC X(01) VALUE SPACE.
014400     05  SL-STATUS-TEXT              PIC X(70).
014402
014405 01  WS-INCIDENT-LINE.
014410     05  FILLER                      PIC X(16) VALUE
014415         " OPEN INCIDENT  ".
014420     05  IL-STREAM-DATE              PIC 9(08).
014425     05  FILLER                      PIC X(01) VALUE SPACE.
014430     05  IL-STEP-NAME                PIC X(08).
014435     05  FILLER                      PIC X(01) VALUE SPACE.
014440     05  IL-OCCURRENCE               PIC 9(02).
014445     05  FILLER                      PIC X(05) VALUE "  RC ".
014450     05  IL-RETURN-CODE              PIC 9(04).
014455     05  FILLER                      PIC X(02) VALUE SPACE.
014460     05  IL-STATUS                   PIC X(12).
014465     05  FILLER                      PIC X(01) VALUE SPACE.
014470     05  IL-ACK-OPER                 PIC X(08).
014500
014600******************************************************************
014700 PROCEDURE DIVISION.
032370 5500-EXIT.
032380     EXIT.
032390
032395******************************************************************
032400*    6000-WRITE-REPORT -- ONE LINE PER PROGRAM, THEN THE RECON
032500*                 AND STREAM STATUS LINES THE OPERATOR ACTUALLY
032600*                 READS FIRST.
033400     WRITE MORNING-REPORT-RECORD.
033500
033600     PERFORM 6200-WRITE-RECON-STATUS THRU 6200-EXIT.
033650     PERFORM 6250-WRITE-INTEGRITY-STATUS THRU 6250-EXIT.
033700     PERFORM 6300-WRITE-STREAM-STATUS THRU 6300-EXIT.
033720     PERFORM 6400-WRITE-OPEN-INCIDENTS THRU 6400-EXIT.
033800 6000-EXIT.
033900     EXIT.
034000
042800 6200-EXIT.
042900     EXIT.
043000
043002******************************************************************
043004*    6250-WRITE-INTEGRITY-STATUS -- INTGCHK SETS RC 4 WHEN ANY
043006*                 LEDGER ROW DISAGREES WITH CALCRES OR HAS NO
043008*                 CALCRES PARTNER; THE BREAKS THEMSELVES ARE ON
043010*                 ITS INTGRPT REPORT AND IN ERRLOG.
043012******************************************************************
043014 6250-WRITE-INTEGRITY-STATUS.
043016     MOVE "INTGCHK" TO WS-LOOKUP-PROGRAM-ID.
043018     MOVE 0 TO WS-STEP-MATCH-SUB.
043020     PERFORM 7100-FIND-STEP THRU 7100-EXIT
043022         VARYING WS-STEP-SUB FROM 1 BY 1
043024         UNTIL WS-STEP-SUB > WS-STEP-ENTRIES
043026         OR WS-STEP-MATCH-SUB > 0.
043028
043030     MOVE SPACES TO WS-STATUS-LINE.
043032     IF WS-STEP-MATCH-SUB = 0
043034         OR WS-ST-HAVE-RC (WS-STEP-MATCH-SUB) NOT = "Y"
043036         MOVE "INTGCHK DID NOT RUN LAST NIGHT."
043038             TO SL-STATUS-TEXT
043040         GO TO 6250-WRITE-LINE
043042     END-IF.
043044     EVALUATE WS-ST-RETURN-CODE (WS-STEP-MATCH-SUB)
043046         WHEN 0
043048             MOVE "INTGCHK FOUND THE LEDGERS IN AGREEMENT."
043050                 TO SL-STATUS-TEXT
043052         WHEN 4
043054             MOVE "INTGCHK FOUND LEDGER BREAKS -- SEE INTGRPT."
043056                 TO SL-STATUS-TEXT
043058         WHEN OTHER
043060             MOVE "INTGCHK COULD NOT RUN -- SEE ERRLOG."
043062                 TO SL-STATUS-TEXT
043064     END-EVALUATE.
043066 6250-WRITE-LINE.
043068     WRITE MORNING-REPORT-RECORD FROM WS-STATUS-LINE.
043070 6250-EXIT.
043072     EXIT.
043074
043100 6300-WRITE-STREAM-STATUS.
043200     MOVE "STREAM" TO WS-LOOKUP-PROGRAM-ID.
043300     MOVE 0 TO WS-STEP-MATCH-SUB.
043500         VARYING WS-STEP-SUB FROM 1 BY 1
043600         UNTIL WS-STEP-SUB > WS-STEP-ENTRIES
043700         OR WS-STEP-MATCH-SUB > 0.
043720     PERFORM 6350-READ-STREAM-SUMMARY THRU 6350-EXIT.
043800
043810*    STREAM STAMPS ITS END EVEN AFTER A FAILED STEP, SO "THE
043820*    NIGHT FINISHED" MEANS TODAY'S CHECKPOINT NAMES THE FINAL
043830*    STRMDEF STEP CARD -- NOT THAT AN END STAMP EXISTS.
043850*    A BRANCH STOPPED BEHIND A FAILED STEP IS REPORTED FIRST --
043870*    THE OTHER BRANCHES MAY WELL HAVE RUN TO THE LAST CARD.
043900     MOVE SPACES TO WS-STATUS-LINE.
044000     EVALUATE TRUE
044100         WHEN WS-STEP-MATCH-SUB = 0
044200             MOVE "STREAM DID NOT RUN LAST NIGHT."
044300                 TO SL-STATUS-TEXT
044310         WHEN WS-BRANCH-FAILED-STEP NOT = SPACES
044320             STRING "BRANCH STOPPED AT " DELIMITED BY SIZE
044330                 WS-BRANCH-FAILED-STEP DELIMITED BY SIZE
044340                 " -- " DELIMITED BY SIZE
044350                 WS-UPSTREAM-SKIP-COUNT DELIMITED BY SIZE
044360                 " STEP(S) SKIPPED; RESTART RERUNS IT."
044370                     DELIMITED BY SIZE
044380                 INTO SL-STATUS-TEXT
044400         WHEN CHECKPOINT-IS-TODAYS
044410             AND WS-FINAL-STEP-NAME NOT = SPACES
044420             AND CKPT-LAST-PROGRAM = WS-FINAL-STEP-NAME
045900 6300-EXIT.
046000     EXIT.
046100
046101******************************************************************
046102*    6400-WRITE-OPEN-INCIDENTS -- LIST EVERY INCIDENT FROM AN
046103*                 EARLIER NIGHT THAT IS STILL NOT CLOSED.  LAST
046104*                 NIGHT'S OWN FAILURES ARE ALREADY ON THE STEP
046105*                 LINES ABOVE; THESE ARE THE ONES NOBODY HAS PUT
046106*                 TO BED.  NO INCIDENT FILE MEANS NONE EVER
046107*                 OPENED.
046108******************************************************************
046109 6400-WRITE-OPEN-INCIDENTS.
046110     MOVE 0   TO WS-PRIOR-OPEN-COUNT.
046111     MOVE "N" TO WS-EOF-SW.
046112     OPEN INPUT INCIDENT-FILE.
046113     IF WS-INCIDENT-STATUS NOT = "00"
046114         MOVE "Y" TO WS-EOF-SW
046115     ELSE
046116         MOVE "Y" TO WS-INCIDENT-OPEN-SW
046117         MOVE LOW-VALUES TO IC-KEY
046118         START INCIDENT-FILE KEY NOT < IC-KEY
046119             INVALID KEY
046120                 MOVE "Y" TO WS-EOF-SW
046121         END-START
046122     END-IF.
046123
046124     PERFORM 6450-ONE-INCIDENT THRU 6450-EXIT
046125         UNTIL END-OF-INPUT.
046126
046127     IF INCIDENT-FILE-OPEN
046128         CLOSE INCIDENT-FILE
046129     END-IF.
046130
046131     MOVE SPACES TO WS-STATUS-LINE.
046132     IF WS-PRIOR-OPEN-COUNT = 0
046133         MOVE "NO OPEN INCIDENTS FROM EARLIER NIGHTS."
046134             TO SL-STATUS-TEXT
046135     ELSE
046136         STRING WS-PRIOR-OPEN-COUNT DELIMITED BY SIZE
046137             " INCIDENT(S) FROM EARLIER NIGHTS STILL OPEN -- "
046138             DELIMITED BY SIZE
046139             "SEE INCIAGE." DELIMITED BY SIZE
046140             INTO SL-STATUS-TEXT
046141     END-IF.
046142     WRITE MORNING-REPORT-RECORD FROM WS-STATUS-LINE.
046143 6400-EXIT.
046144     EXIT.
046145
046146 6450-ONE-INCIDENT.
046147     READ INCIDENT-FILE NEXT RECORD
046148         AT END
046149             MOVE "Y" TO WS-EOF-SW
046150             GO TO 6450-EXIT
046151     END-READ.
046152
046153*    THE FILE IS KEYED ON STREAM DATE FIRST -- ONCE TODAY'S
046154*    INCIDENTS ARE REACHED THERE ARE NO EARLIER NIGHTS LEFT.
046155     IF IC-STREAM-DATE NOT < WS-TODAY-DATE
046156         MOVE "Y" TO WS-EOF-SW
046157         GO TO 6450-EXIT
046158     END-IF.
046159     IF IC-CLOSED
046160         GO TO 6450-EXIT
046161     END-IF.
046162
046163     ADD 1 TO WS-PRIOR-OPEN-COUNT.
046164     MOVE IC-STREAM-DATE TO IL-STREAM-DATE.
046165     MOVE IC-STEP-NAME   TO IL-STEP-NAME.
046166     MOVE IC-OCCURRENCE  TO IL-OCCURRENCE.
046167     MOVE IC-RETURN-CODE TO IL-RETURN-CODE.
046168     IF IC-ACKNOWLEDGED
046169         MOVE "ACKNOWLEDGED" TO IL-STATUS
046170     ELSE
046171         MOVE "OPEN"         TO IL-STATUS
046172     END-IF.
046173     MOVE IC-ACK-OPER    TO IL-ACK-OPER.
046174     WRITE MORNING-REPORT-RECORD FROM WS-INCIDENT-LINE.
046175 6450-EXIT.
046176     EXIT.
046177
046200******************************************************************
046300*    7000-FIND-OR-ADD-STEP -- LOOK UP WS-LOOKUP-PROGRAM-ID IN
046400*                 THE STEP TABLE, ADDING IT IN ARRIVAL ORDER THE
048900 7000-EXIT.
049000     EXIT.
049100
049102******************************************************************
049104*    6350-READ-STREAM-SUMMARY -- FIND THE FIRST STEP IN TODAY'S
049106*                 STRMSUM THAT FAILED ON A STOP CARD AND COUNT THE
049108*                 STEPS SKIPPED BEHIND IT.  NO SUMMARY, NO BRANCH.
049110******************************************************************
049112 6350-READ-STREAM-SUMMARY.
049114     STRING "STRMSUM." DELIMITED BY SIZE
049116         WS-TODAY-DATE DELIMITED BY SIZE
049118         INTO WS-STRMSUM-NAME.
049120     OPEN INPUT STREAM-SUMMARY-FILE.
049122     IF WS-STRMSUM-STATUS NOT = "00"
049124         GO TO 6350-EXIT
049126     END-IF.
049128
049130     PERFORM UNTIL WS-STRMSUM-STATUS = "10"
049132         READ STREAM-SUMMARY-FILE
049134             AT END
049136                 MOVE "10" TO WS-STRMSUM-STATUS
049138             NOT AT END
049140                 IF SS-DECISION = "FAILED-STOPPED"
049142                     AND WS-BRANCH-FAILED-STEP = SPACES
049144                     MOVE SS-STEP-NAME TO WS-BRANCH-FAILED-STEP
049146                 END-IF
049148                 IF SS-DECISION = "SKIPPED-UPSTREAM"
049150                     ADD 1 TO WS-UPSTREAM-SKIP-COUNT
049152                 END-IF
049154         END-READ
049156     END-PERFORM.
049158
049160     CLOSE STREAM-SUMMARY-FILE.
049162 6350-EXIT.
049164     EXIT.
049166
049200 7100-FIND-STEP.
049300     IF WS-ST-PROGRAM-ID (WS-STEP-SUB) = WS-LOOKUP-PROGRAM-ID
049400         MOVE WS-STEP-SUB TO WS-STEP-MATCH-SUB
