       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITACK.

      *> Acknowledgement side of the outbound interface. "xmit ack"
      *> reads the control totals the receiver returns in
      *> SOSXACK.DAT (XMITLOG.cpy), one row per transmission it took
      *> in, and matches each against the totals XMITOUT logged for
      *> that volume and sequence number - the latest SENT or RERUN
      *> row, since a rerun replaces what the receiver should hold.
      *> Every row is logged back as an ACK row marked OK, MISMATCH,
      *> or UNKNOWN for a sequence never sent, and every one that
      *> did not reconcile is flagged on the terminal. The return
      *> file is emptied once it is logged, so a row is never
      *> reconciled twice. "xmit log" lists every transmission on
      *> the log with where it stands: awaiting acknowledgement,
      *> reconciled, or not reconciled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XACK-FILE ASSIGN TO "SOSXACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XACK-STATUS.
           SELECT XLOG-FILE ASSIGN TO "SOSXMIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XACK-FILE.
       01  XACK-RECORD PIC X(80).

       FD  XLOG-FILE.
       01  XLOG-RECORD PIC X(94).

       WORKING-STORAGE SECTION.
       01 XACK-STATUS PIC X(2) VALUE SPACES.
       01 XLOG-STATUS PIC X(2) VALUE SPACES.

       COPY XMITLOG.

      * The totals logged for the acknowledgement in hand.
       01 FOUND-SENT PIC 9(1).
       01 EXP-COUNT PIC 9(7).
       01 EXP-HASH-SIZE PIC 9(11).
       01 EXP-HASH-CKSUM PIC 9(11).
       01 ACK-VOL PIC X(8).
       01 ACK-SEQ PIC 9(6).
       01 ACK-COUNT PIC 9(7).
       01 ACK-HASH-SIZE PIC 9(11).
       01 ACK-HASH-CKSUM PIC 9(11).
       01 ACK-RESULT PIC X(8).
       01 ACK-ROW-NO PIC 9(4).
       01 ACK-READ PIC 9(4).
       01 ACK-OK PIC 9(4).
       01 ACK-BAD PIC 9(4).
       01 ACK-SKIPPED PIC 9(4).
       01 NOW-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).

      * FOR "xmit log" - one row per volume and sequence number, the
      * latest SENT/RERUN's figures and the latest ACK's verdict on
      * them (cleared when a rerun replaces them).
       78 MAX-XMIT-COUNT VALUE 500.
       01 XMIT-TABLE.
           05 XMIT-ROW OCCURS MAX-XMIT-COUNT TIMES.
               10 XR-VOL PIC X(8).
               10 XR-SEQ PIC 9(6).
               10 XR-MODE PIC X(5).
               10 XR-DATE PIC 9(8).
               10 XR-RERUNS PIC 9(3).
               10 XR-COUNT PIC 9(7).
               10 XR-HASH-SIZE PIC 9(11).
               10 XR-HASH-CKSUM PIC 9(11).
               10 XR-RESULT PIC X(8).
       01 XMIT-TOTAL PIC 9(3) VALUE 0.
       01 XMIT-DROPPED PIC 9(5) VALUE 0.
       01 XX PIC 9(3).
       01 XMIT-HIT PIC 9(3).
       01 LIST-AWAITING PIC 9(4).
       01 LIST-OK PIC 9(4).
       01 LIST-BAD PIC 9(4).
       01 LIST-STATE PIC X(16).

       01 LIST-LINE.
           05 LL-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-MODE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-COUNT PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-HASH-SIZE PIC Z(10)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-HASH-CKSUM PIC Z(10)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-STATE PIC X(16).

       LINKAGE SECTION.
       01 OPERATOR-ID PIC X(8).
       01 ACK-MODE PIC 9(1).
           88 ACK-RECONCILE VALUE 0.
           88 ACK-LIST VALUE 1.
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING OPERATOR-ID ACK-MODE CMD-STATUS.

           MOVE 0 TO CMD-STATUS
           IF ACK-LIST THEN
               PERFORM LIST-TRANSMISSIONS
           ELSE
               PERFORM RECONCILE-ACKNOWLEDGEMENTS
           END-IF

           EXIT PROGRAM.

       RECONCILE-ACKNOWLEDGEMENTS.
           MOVE 0 TO ACK-ROW-NO
           MOVE 0 TO ACK-READ
           MOVE 0 TO ACK-OK
           MOVE 0 TO ACK-BAD
           MOVE 0 TO ACK-SKIPPED

           OPEN INPUT XACK-FILE
           IF XACK-STATUS = "00" THEN
               PERFORM RECONCILE-ONE-ACK
                   UNTIL XACK-STATUS NOT = "00"
           END-IF
           CLOSE XACK-FILE

           IF ACK-ROW-NO = 0 THEN
               DISPLAY "NO ACKNOWLEDGEMENTS TO RECONCILE IN SOSXACK.DAT"
           ELSE
      *> Everything read is on the log now - empty the return file
      *> so the next run only sees what the receiver sends next.
               OPEN OUTPUT XACK-FILE
               CLOSE XACK-FILE
               DISPLAY "ACKNOWLEDGEMENTS READ " ACK-READ
                   "  RECONCILED " ACK-OK
                   "  NOT RECONCILED " ACK-BAD
                   "  UNREADABLE " ACK-SKIPPED
               IF ACK-BAD > 0 THEN
                   DISPLAY "*** " ACK-BAD
                       " TRANSMISSION(S) DID NOT RECONCILE ***"
               END-IF
           END-IF.

       RECONCILE-ONE-ACK.
           READ XACK-FILE
           IF XACK-STATUS = "00" THEN
               ADD 1 TO ACK-ROW-NO
               MOVE XACK-RECORD TO XMITACK-LINE
               IF XA-SEQ IS NOT NUMERIC
                       OR XA-COUNT IS NOT NUMERIC
                       OR XA-HASH-SIZE IS NOT NUMERIC
                       OR XA-HASH-CKSUM IS NOT NUMERIC
                       OR XA-VOL = SPACES THEN
                   ADD 1 TO ACK-SKIPPED
                   DISPLAY "ERROR: SOSXACK.DAT ROW " ACK-ROW-NO
                       " UNREADABLE - NOT LOGGED"
               ELSE
                   ADD 1 TO ACK-READ
                   MOVE XA-VOL TO ACK-VOL
                   MOVE XA-SEQ TO ACK-SEQ
                   MOVE XA-COUNT TO ACK-COUNT
                   MOVE XA-HASH-SIZE TO ACK-HASH-SIZE
                   MOVE XA-HASH-CKSUM TO ACK-HASH-CKSUM
                   PERFORM FIND-SENT-TOTALS
                   PERFORM JUDGE-ACK
                   PERFORM APPEND-ACK-ROW
               END-IF
           END-IF.

      *> The figures the receiver should have - the latest SENT or
      *> RERUN for the volume and sequence.
       FIND-SENT-TOTALS.
           MOVE 0 TO FOUND-SENT
           OPEN INPUT XLOG-FILE
           IF XLOG-STATUS = "00" THEN
               PERFORM SCAN-ONE-SENT-ROW
                   UNTIL XLOG-STATUS NOT = "00"
           END-IF
           CLOSE XLOG-FILE.

       SCAN-ONE-SENT-ROW.
           READ XLOG-FILE
           IF XLOG-STATUS = "00" THEN
               MOVE XLOG-RECORD TO XMITLOG-LINE
               IF XL-VOL = ACK-VOL AND XL-SEQ = ACK-SEQ
                       AND (XL-EVENT = "SENT" OR XL-EVENT = "RERUN")
                       THEN
                   MOVE 1 TO FOUND-SENT
                   MOVE XL-COUNT TO EXP-COUNT
                   MOVE XL-HASH-SIZE TO EXP-HASH-SIZE
                   MOVE XL-HASH-CKSUM TO EXP-HASH-CKSUM
               END-IF
           END-IF.

       JUDGE-ACK.
           IF FOUND-SENT = 0 THEN
               MOVE "UNKNOWN" TO ACK-RESULT
               ADD 1 TO ACK-BAD
               DISPLAY "*** " FUNCTION TRIM(ACK-VOL) " " ACK-SEQ
                   " NOT RECONCILED - NO SUCH TRANSMISSION SENT"
           ELSE
           IF ACK-COUNT = EXP-COUNT
                   AND ACK-HASH-SIZE = EXP-HASH-SIZE
                   AND ACK-HASH-CKSUM = EXP-HASH-CKSUM THEN
               MOVE "OK" TO ACK-RESULT
               ADD 1 TO ACK-OK
               DISPLAY FUNCTION TRIM(ACK-VOL) " " ACK-SEQ
                   " RECONCILED"
           ELSE
               MOVE "MISMATCH" TO ACK-RESULT
               ADD 1 TO ACK-BAD
               DISPLAY "*** " FUNCTION TRIM(ACK-VOL) " " ACK-SEQ
                   " NOT RECONCILED"
               DISPLAY "    SENT     RECORDS " EXP-COUNT
                   "  ESIZE HASH " EXP-HASH-SIZE
                   "  ECHECKSUM HASH " EXP-HASH-CKSUM
               DISPLAY "    RECEIVED RECORDS " ACK-COUNT
                   "  ESIZE HASH " ACK-HASH-SIZE
                   "  ECHECKSUM HASH " ACK-HASH-CKSUM
           END-IF
           END-IF.

       APPEND-ACK-ROW.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-DATE TO XL-DATE
           MOVE NOW-TIME(1:6) TO XL-TIME
           MOVE "ACK" TO XL-EVENT
           MOVE ACK-VOL TO XL-VOL
           MOVE ACK-SEQ TO XL-SEQ
           MOVE SPACES TO XL-MODE
           MOVE ACK-COUNT TO XL-COUNT
           MOVE ACK-HASH-SIZE TO XL-HASH-SIZE
           MOVE ACK-HASH-CKSUM TO XL-HASH-CKSUM
           MOVE ACK-RESULT TO XL-RESULT
           MOVE OPERATOR-ID TO XL-OPER

           OPEN EXTEND XLOG-FILE
           IF XLOG-STATUS NOT = "00" THEN
               OPEN OUTPUT XLOG-FILE
           END-IF
           MOVE XMITLOG-LINE TO XLOG-RECORD
           WRITE XLOG-RECORD
           CLOSE XLOG-FILE.

       LIST-TRANSMISSIONS.
           MOVE 0 TO XMIT-TOTAL
           MOVE 0 TO XMIT-DROPPED
           OPEN INPUT XLOG-FILE
           IF XLOG-STATUS = "00" THEN
               PERFORM LOAD-ONE-LOG-ROW
                   UNTIL XLOG-STATUS NOT = "00"
           END-IF
           CLOSE XLOG-FILE

           IF XMIT-TOTAL = 0 THEN
               DISPLAY "NO TRANSMISSIONS ON SOSXMIT.LOG"
           ELSE
               MOVE 0 TO LIST-AWAITING
               MOVE 0 TO LIST-OK
               MOVE 0 TO LIST-BAD
               DISPLAY "VOLUME   SEQ    MODE  SENT     RECORDS"
                   "  ESIZE HASH  CKSUM HASH STATUS"
               PERFORM LIST-ONE-TRANSMISSION
                   VARYING XX FROM 1 BY 1
                   UNTIL XX > XMIT-TOTAL
               DISPLAY "TRANSMISSIONS " XMIT-TOTAL
                   "  AWAITING ACK " LIST-AWAITING
                   "  RECONCILED " LIST-OK
                   "  NOT RECONCILED " LIST-BAD
               IF XMIT-DROPPED > 0 THEN
                   DISPLAY "LOG ROWS PAST " MAX-XMIT-COUNT
                       " TRANSMISSIONS NOT LISTED: " XMIT-DROPPED
               END-IF
           END-IF.

       LOAD-ONE-LOG-ROW.
           READ XLOG-FILE
           IF XLOG-STATUS = "00" THEN
               MOVE XLOG-RECORD TO XMITLOG-LINE
               MOVE 0 TO XMIT-HIT
               PERFORM FIND-XMIT-ROW
                   VARYING XX FROM 1 BY 1
                   UNTIL XX > XMIT-TOTAL OR XMIT-HIT > 0
               IF XL-EVENT = "SENT" OR XL-EVENT = "RERUN" THEN
                   IF XMIT-HIT = 0 THEN
                       IF XMIT-TOTAL < MAX-XMIT-COUNT THEN
                           ADD 1 TO XMIT-TOTAL
                           MOVE XMIT-TOTAL TO XMIT-HIT
                           MOVE XL-VOL TO XR-VOL(XMIT-HIT)
                           MOVE XL-SEQ TO XR-SEQ(XMIT-HIT)
                           MOVE XL-DATE TO XR-DATE(XMIT-HIT)
                           MOVE 0 TO XR-RERUNS(XMIT-HIT)
                       ELSE
                           ADD 1 TO XMIT-DROPPED
                       END-IF
                   ELSE
                       ADD 1 TO XR-RERUNS(XMIT-HIT)
                   END-IF
                   IF XMIT-HIT > 0 THEN
                       MOVE XL-MODE TO XR-MODE(XMIT-HIT)
                       MOVE XL-COUNT TO XR-COUNT(XMIT-HIT)
                       MOVE XL-HASH-SIZE TO XR-HASH-SIZE(XMIT-HIT)
                       MOVE XL-HASH-CKSUM TO XR-HASH-CKSUM(XMIT-HIT)
                       MOVE SPACES TO XR-RESULT(XMIT-HIT)
                   END-IF
               ELSE
                   IF XMIT-HIT > 0 THEN
                       MOVE XL-RESULT TO XR-RESULT(XMIT-HIT)
                   END-IF
               END-IF
           END-IF.

       FIND-XMIT-ROW.
           IF XR-VOL(XX) = XL-VOL AND XR-SEQ(XX) = XL-SEQ THEN
               MOVE XX TO XMIT-HIT
           END-IF.

       LIST-ONE-TRANSMISSION.
           EVALUATE XR-RESULT(XX)
               WHEN SPACES
                   MOVE "AWAITING ACK" TO LIST-STATE
                   ADD 1 TO LIST-AWAITING
               WHEN "OK"
                   MOVE "RECONCILED" TO LIST-STATE
                   ADD 1 TO LIST-OK
               WHEN OTHER
                   MOVE "*NOT RECONCILED*" TO LIST-STATE
                   ADD 1 TO LIST-BAD
           END-EVALUATE
           MOVE XR-VOL(XX) TO LL-VOL
           MOVE XR-SEQ(XX) TO LL-SEQ
           MOVE XR-MODE(XX) TO LL-MODE
           MOVE XR-DATE(XX) TO LL-DATE
           MOVE XR-COUNT(XX) TO LL-COUNT
           MOVE XR-HASH-SIZE(XX) TO LL-HASH-SIZE
           MOVE XR-HASH-CKSUM(XX) TO LL-HASH-CKSUM
           MOVE LIST-STATE TO LL-STATE
           IF XR-RERUNS(XX) > 0 THEN
               DISPLAY LIST-LINE " RERUN " XR-RERUNS(XX)
           ELSE
               DISPLAY LIST-LINE
           END-IF.
