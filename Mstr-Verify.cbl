000200*      - EMPM-DEPT-LOCATION must exist on the floor/location
000210*        master;
000220*      - a terminated ('T') employee must carry a TERM record
000230*        on SALHIST;
000231*      - the status code must be active ('A'), on a leave of
000232*        absence ('L'), or terminated ('T');
000233*      - an active or on-leave employee whose latest SALHIST
000234*        record is a TERM came back without a rehire or
000235*        reinstatement being logged.
000240*      EVERY DISCREPANCY GOES ON THE DATA-INTEGRITY REPORT WITH
000250*      A SEVERITY CODE (04 WARNING, 08 ERROR), AND THE JOB ENDS
000260*      WITH THE HIGHEST SEVERITY SEEN AS ITS CONDITION CODE SO
000280*
000290*  MODIFICATION HISTORY.
000300*      09/03/2026  DRO  ORIGINAL VERSION.
000301*      10/15/2026  DRO  LEAVE OF ABSENCE ('L') IS A VALID STATUS,
000302*                       CHECKED LIKE ACTIVE FOR SALARY AND
000303*                       LOCATION.  ANY OTHER STATUS IS AN ERROR,
000304*                       AND AN EMPLOYEE BACK ON THE PAYROLL WITH A
000305*                       TERM AS THE LATEST SALHIST RECORD IS A
000306*                       WARNING (NO REHR/RINS RECORD).
000310*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. MSTR-VERIFY.
003810     PERFORM 2200-CHECK-DEPARTMENT THRU 2200-EXIT.
003820     PERFORM 2300-CHECK-LOCATION THRU 2300-EXIT.
003830     PERFORM 2400-CHECK-TERMINATION THRU 2400-EXIT.
003835     PERFORM 2500-CHECK-STATUS THRU 2500-EXIT.

003840 2000-EXIT.
003850     EXIT.
003880*      LATEST SALHIST RECORD.  AN ACTIVE EMPLOYEE WITH NO
003890*      HISTORY AT ALL IS ITS OWN (LESSER) DISCREPANCY - EVERY
003900*      EMPLOYEE THE DAILY RUN EVER SAW GOT AT LEAST A NEWH
003910*      RECORD.  THE SALARY CHECK ONLY APPLIES TO ACTIVE AND
003920*      ON-LEAVE EMPLOYEES - A TERMINATED EMPLOYEE'S LATEST
003930*      RECORD IS THE TERM RECORD, WHOSE NEW SALARY IS ZERO BY
003940*      DESIGN WHILE THE MASTER KEEPS THE LAST REAL SALARY FOR
003943*      REFERENCE.  AN EMPLOYEE BACK WITH A TERM STILL LATEST IS
003946*      LEFT TO 2500-CHECK-STATUS.
003950*================================================================
003960 2100-CHECK-SALARY.

003970     IF NOT EMPM-IS-EMPLOYED
003980         GO TO 2100-EXIT
003990     END-IF.

004070         GO TO 2100-EXIT
004080     END-IF.

004082     IF WS-SHT-LATEST-REASON (WS-FOUND-SUB) = 'TERM'
004084         GO TO 2100-EXIT
004086     END-IF.

004090     IF WS-SHT-LATEST-SALARY (WS-FOUND-SUB)
004100             NOT = EMPM-EMP-SALARY
004110         MOVE 'SALARY DRIFT' TO WS-VDL-CHECK

004570*================================================================
004580*  2300-CHECK-LOCATION  -  THE MASTER LOCATION MUST EXIST ON
004590*      THE FLOOR/LOCATION MASTER.  AN ERROR FOR AN ACTIVE OR
004600*      ON-LEAVE EMPLOYEE (THE DAILY RUN WILL REJECT THE NEXT
004610*      EXTRACT RECORD WITH LOC1); A WARNING FOR A TERMINATED ONE,
004620*      WHOSE FLOOR MAY HAVE BEEN LEGITIMATELY RETIRED SINCE.
004630*================================================================
004640 2300-CHECK-LOCATION.

004800     MOVE 'LOC NOT FOUND' TO WS-VDL-CHECK.
004810     MOVE EMPM-DEPT-LOCATION TO WS-VDL-MASTER-VALUE.
004820     MOVE SPACES TO WS-VDL-EXPECTED-VALUE.
004830     IF EMPM-IS-EMPLOYED
004840         MOVE 8 TO WS-VDL-SEVERITY
004850     ELSE
004860         MOVE 4 TO WS-VDL-SEVERITY
005100     EXIT.

005110*================================================================
005111*  2500-CHECK-STATUS  -  THE STATUS CODE MUST BE ONE THE PAYROLL
005112*      KNOWS.  AN ACTIVE OR ON-LEAVE EMPLOYEE WHOSE LATEST SALHIST
005113*      RECORD IS STILL A TERM CAME BACK WITHOUT A REHIRE OR
005114*      REINSTATEMENT BEING LOGGED.
005115*================================================================
005116 2500-CHECK-STATUS.

005117     IF NOT EMPM-IS-EMPLOYED AND NOT EMPM-IS-TERMINATED
005118         MOVE 'BAD STATUS' TO WS-VDL-CHECK
005119         MOVE EMPM-STATUS-CODE TO WS-VDL-MASTER-VALUE
005121         MOVE 'A, L, OR T' TO WS-VDL-EXPECTED-VALUE
005122         MOVE 8 TO WS-VDL-SEVERITY
005123         PERFORM 2900-WRITE-DISCREPANCY THRU 2900-EXIT
005124         GO TO 2500-EXIT
005125     END-IF.

005126     IF EMPM-IS-TERMINATED
005127         GO TO 2500-EXIT
005128     END-IF.

005129     PERFORM 2110-FIND-SALHIST-STATE THRU 2110-EXIT.

005131     IF WS-FOUND-SUB = ZERO
005132         GO TO 2500-EXIT
005133     END-IF.

005134     IF WS-SHT-LATEST-REASON (WS-FOUND-SUB) = 'TERM'
005135         MOVE 'NO RETURN EVENT' TO WS-VDL-CHECK
005136         MOVE EMPM-STATUS-CODE TO WS-VDL-MASTER-VALUE
005137         MOVE 'REHR/RINS' TO WS-VDL-EXPECTED-VALUE
005138         MOVE 4 TO WS-VDL-SEVERITY
005139         PERFORM 2900-WRITE-DISCREPANCY THRU 2900-EXIT
005141     END-IF.

005142 2500-EXIT.
005143     EXIT.

005144*================================================================
005145*  2900-WRITE-DISCREPANCY  -  ONE REPORT LINE PER DISCREPANCY.
005146*      THE CALLER HAS MOVED THE CHECK NAME, SEVERITY, AND THE
005147*      MASTER/EXPECTED VALUES.
005150*================================================================
005160 2900-WRITE-DISCREPANCY.

