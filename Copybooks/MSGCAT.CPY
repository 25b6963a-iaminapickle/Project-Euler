000100*****************************************************************
000110* MSGCAT - COMMON RECORD LAYOUT FOR THE MESSAGE CATALOG MASTER
000120* (DD MSGCAT).  ONE RECORD PER MESSAGE ID THE SUITE MAY RAISE,
000130* KEYED (INDEXED) ON THE ID: THE PROGRAM THAT OWNS IT, THE
000140* SEVERITY IT IS EXPECTED TO CARRY, A SHORT EXPLANATION OF WHAT
000150* IT MEANS, THE OPERATOR ACTION OR RUNBOOK STEP TO TAKE, AND
000160* WHETHER IT SHOULD PAGE ON-CALL.  EULERMSG CHECKS EVERY MESSAGE
000170* IT IS HANDED AGAINST THE CATALOG AND EULERMON PRINTS THE
000180* ACTION ON OPSRPT.  MAINTAINED ONLY THROUGH EULERCAT.
000190*-----------------------------------------------------------------
000200*  DATE       INIT  DESCRIPTION
000210*  ---------- ----  ----------------------------------------------
000220*  10/15/2026 DLW   ORIGINAL COPYBOOK.
000230*****************************************************************
000240 01  MSGCAT-REC.
000250     05  MSGCAT-KEY.
000260         10  MSGCAT-MSG-ID              PIC X(08).
000270     05  MSGCAT-OWNER-PROGRAM           PIC X(08).
000280     05  MSGCAT-SEVERITY                PIC X(01).
000290         88  MSGCAT-INFO                VALUE 'I'.
000300         88  MSGCAT-WARNING             VALUE 'W'.
000310         88  MSGCAT-ERROR               VALUE 'E'.
000320     05  MSGCAT-PAGE-FLAG               PIC X(01).
000330         88  MSGCAT-PAGE-ONCALL         VALUE 'Y'.
000340     05  MSGCAT-EXPLANATION             PIC X(60).
000350     05  MSGCAT-ACTION                  PIC X(80).
000360     05  MSGCAT-LAST-CHANGED            PIC X(21).
000370     05  MSGCAT-CHANGED-BY              PIC X(08).
