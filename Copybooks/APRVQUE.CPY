000100*****************************************************************
000110* APRVQUE - COMMON RECORD LAYOUT FOR THE DUAL-APPROVAL QUEUE
000120* (DD APRVQUE).  ONE RECORD PER SUBMISSION WHOSE LIMIT (TARGET,
000130* FOR PROBLEM3) WAS OVER THE PROGRAM'S APRVCTL THRESHOLD, KEYED
000140* (INDEXED) ON THE PROGRAM, THE STAMP THE REQUEST WAS QUEUED AT
000150* AND THE SWEEP SET ORDINAL (ZERO FOR A SINGLE RUN).  PROBLEM1,
000160* PROBLEM2 AND PROBLEM3 QUEUE A REQUEST AS PENDING ('P') INSTEAD
000170* OF COMPUTING IT; EULERAPV RECORDS A SECOND OPERATOR'S APPROVAL
000180* ('A', WITH ITS EXPIRY) OR REJECTION ('R'); AND THE RESUBMITTED
000190* RUN THAT FINDS AN UNEXPIRED APPROVAL MARKS IT USED ('U') WITH
000200* ITS OWN RUN ID, SO EACH APPROVAL COVERS EXACTLY ONE RUN.
000210*-----------------------------------------------------------------
000220*  DATE       INIT  DESCRIPTION
000230*  ---------- ----  ----------------------------------------------
000240*  10/15/2026 DLW   ORIGINAL COPYBOOK.
000250*****************************************************************
000260 01  APRVQ-REC.
000270     05  APRVQ-KEY.
000280         10  APRVQ-PROGRAM-ID           PIC X(08).
000290         10  APRVQ-REQUEST-STAMP        PIC X(16).
000300         10  APRVQ-SET-NUMBER           PIC 9(09).
000310     05  APRVQ-STATUS                   PIC X(01).
000320         88  APRVQ-PENDING              VALUE 'P'.
000330         88  APRVQ-APPROVED             VALUE 'A'.
000340         88  APRVQ-REJECTED             VALUE 'R'.
000350         88  APRVQ-USED                 VALUE 'U'.
000360*    THE PARAMETER SET THE REQUEST COVERS, MATCHED EXACTLY BY
000370*    THE RESUBMITTED RUN.  PROBLEM1 AND PROBLEM3 CARRY ZERO
000380*    SEEDS AND A BLANK MODE, AS ON EULERRES.
000390     05  APRVQ-PARAMETERS.
000400         10  APRVQ-LOOP-LIMIT           PIC 9(18).
000410         10  APRVQ-SEED-FIB1            PIC 9(18).
000420         10  APRVQ-SEED-FIB2            PIC 9(18).
000430         10  APRVQ-SEED-MODE            PIC X(01).
000440     05  APRVQ-THRESHOLD                PIC 9(18).
000450     05  APRVQ-REQUESTED-BY             PIC X(08).
000460     05  APRVQ-REQUEST-RUN-ID           PIC X(24).
000470     05  APRVQ-REQUESTED-AT             PIC X(21).
000480     05  APRVQ-DECIDED-BY               PIC X(08).
000490     05  APRVQ-DECIDED-AT               PIC X(21).
000500*    YYYYMMDDHHMMSS, SET ON APPROVAL FROM THE APRVCTL HOURS.
000510     05  APRVQ-EXPIRES-AT               PIC X(14).
000520     05  APRVQ-DECISION-REASON          PIC X(40).
000530     05  APRVQ-USED-BY                  PIC X(08).
000540     05  APRVQ-USED-RUN-ID              PIC X(24).
000550     05  APRVQ-USED-AT                  PIC X(21).
