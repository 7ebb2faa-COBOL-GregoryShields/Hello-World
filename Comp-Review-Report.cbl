000240*
000250*  MODIFICATION HISTORY.
000260*      09/03/2026  DRO  ORIGINAL VERSION.
000262*      10/15/2026  DRO  EMPLOYEES ON A LEAVE OF ABSENCE ARE
000264*                       REVIEWED WITH THE ACTIVE ONES AND MARKED
000266*                       'LEAVE' IN A NEW STATUS COLUMN.
000270*================================================================
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. COMP-REVIEW.

000690 77  WS-EMPS-REVIEWED              PIC 9(07) VALUE ZERO COMP.
000700 77  WS-EMPS-FLAGGED               PIC 9(07) VALUE ZERO COMP.
000705 77  WS-EMPS-ON-LEAVE              PIC 9(07) VALUE ZERO COMP.
000710 77  WS-FOUND-SUB                  PIC 9(05) VALUE ZERO COMP.
000720 77  WS-COMPA-RATIO                PIC 9(05)V9 VALUE ZERO COMP.

001170     05  FILLER                     PIC X(03) VALUE 'GR'.
001180     05  FILLER                     PIC X(08) VALUE '  SALARY'.
001190     05  FILLER                     PIC X(07) VALUE '  COMPA'.
001200     05  FILLER                     PIC X(20) VALUE '  FLAG'.
001205     05  FILLER                     PIC X(08) VALUE 'STATUS'.

001210 01  WS-COMP-DETAIL-LINE.
001220     05  WS-CDL-EMP-ID              PIC X(06).
001320     05  WS-CDL-COMPA               PIC X(06).
001330     05  FILLER                     PIC X(01) VALUE SPACES.
001340     05  WS-CDL-FLAG                PIC X(19).
001350     05  FILLER                     PIC X(01) VALUE SPACES.
001353     05  WS-CDL-STATUS              PIC X(05).
001356     05  FILLER                     PIC X(03) VALUE SPACES.

001360*    EDITING STAGE FOR THE COMPA COLUMN, WHICH PRINTS EITHER A
001370*    NUMBER OR 'N/A' AND SO IS ALPHANUMERIC ON THE LINE.

002370*================================================================
002380*  2000-REVIEW-ONE-EMPLOYEE  -  ONE EMPLOYEE MASTER RECORD.
002390*      TERMINATED EMPLOYEES ARE NOT REVIEWED; ONE ON A LEAVE OF
002395*      ABSENCE IS, MARKED AS SUCH IN THE STATUS COLUMN.
002400*================================================================
002410 2000-REVIEW-ONE-EMPLOYEE.

002470         GO TO 2000-EXIT
002480     END-IF.

002490     IF NOT EMPM-IS-EMPLOYED
002500         GO TO 2000-EXIT
002510     END-IF.

002570     MOVE EMPM-EMP-SALARY TO WS-CDL-SALARY.
002580     MOVE SPACES TO WS-CDL-FLAG.
002590     MOVE '   N/A' TO WS-CDL-COMPA.
002591     MOVE SPACES TO WS-CDL-STATUS.
002592     IF EMPM-IS-ON-LEAVE
002593         MOVE 'LEAVE' TO WS-CDL-STATUS
002594         ADD 1 TO WS-EMPS-ON-LEAVE
002595     END-IF.

002600     PERFORM 2100-FIND-GRADE THRU 2100-EXIT.


003980     DISPLAY 'EMPLOYEES REVIEWED: ' WS-EMPS-REVIEWED.
003990     DISPLAY 'EMPLOYEES FLAGGED:  ' WS-EMPS-FLAGGED.
003995     DISPLAY 'ON LEAVE OF ABSENCE:' WS-EMPS-ON-LEAVE.

004000 3000-EXIT.
004010     EXIT.
