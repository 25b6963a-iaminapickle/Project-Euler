000176*                   WAS COMPUTED THIS RUN, 'R' WHEN IT WAS
000177*                   REUSED FROM A PRIOR EULERRES RUN WITH THE
000178*                   IDENTICAL PARAMETER SET VIA EULERINQ.
000179*  10/15/2026 DLW   ADDED THE RUN CORRELATION ID (PROCESS START
000180*                   STAMP YYYYMMDDHHMMSSCC PLUS THE ORIGINATING
000181*                   PROGRAM) SHARED BY EVERY RECORD ONE
000182*                   SUBMISSION WRITES, SO EULERDOS CAN PULL THE
000183*                   WHOLE RUN BACK TOGETHER.
000184*****************************************************************
000190 01  RESLOUT-REC.
000200     05  RESLOUT-PROGRAM-ID             PIC X(08).
000210     05  RESLOUT-LIMIT-USED             PIC 9(18).
000240     05  RESLOUT-SOURCE-FLAG            PIC X(01).
000250         88  RESLOUT-COMPUTED           VALUE 'C'.
000260         88  RESLOUT-REUSED             VALUE 'R'.
000270     05  RESLOUT-RUN-ID                 PIC X(24).
