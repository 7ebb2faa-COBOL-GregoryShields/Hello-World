000150     05  CKPT-PREV-DEPT-NAME       PIC X(10).
000160     05  CKPT-DEPT-SALARY-SUBTOTAL PIC 9(09).
000170     05  CKPT-GRAND-SALARY-TOTAL   PIC 9(11).
000171*    THE OPEN DEPARTMENT'S PERIOD SALARY COST AND MONTH-END
000172*    ACCRUAL AS OF THIS CHECKPOINT, SO THE GL LINES A RESTART
000173*    POSTS FOR IT STILL COVER THE WHOLE DEPARTMENT.
000174     05  CKPT-DEPT-PAY-COST        PIC S9(09)V99.
000175     05  CKPT-DEPT-ACCR-COST       PIC S9(09)V99.
000180*    HOW MANY RECORDS HAD BEEN WRITTEN TO EACH PERMANENT LOG AS
000190*    OF THIS CHECKPOINT, SO A RESTART CAN TELL A REPLAYED DETAIL
000200*    RECORD FROM A GENUINELY NEW ONE AND SKIP THE DUPLICATE
