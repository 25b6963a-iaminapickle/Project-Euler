000200*  DATE       INIT  DESCRIPTION
000210*  ---------- ----  ----------------------------------------------
000220*  08/22/2026 DLW   ORIGINAL COPYBOOK.
000221*  10/15/2026 DLW   ADDED MSG-RUN-ID, THE RUN CORRELATION ID OF
000222*                   THE SUBMISSION THE MESSAGE BELONGS TO.  A
000223*                   CALLER THAT LEAVES IT BLANK HAS THE ID PICKED
000224*                   UP FROM THE EULERRUN-ID ENVIRONMENT VARIABLE
000225*                   BY EULERMSG.
000230*****************************************************************
000240 01  EULERMSG-PARMS.
000250     05  MSG-ID                         PIC X(08) VALUE SPACES.
000290         88  MSG-ERROR                  VALUE 'E'.
000300     05  MSG-PROGRAM                    PIC X(08) VALUE SPACES.
000310     05  MSG-TEXT                       PIC X(80) VALUE SPACES.
000320     05  MSG-RUN-ID                     PIC X(24) VALUE SPACES.
