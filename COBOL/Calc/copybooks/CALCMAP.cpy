      * keep the two in sync by hand when a field changes. Every named
      * DFHMDF in the .bms - protected labels included - generates its
      * own L/F/I (and A/O) group, in the same order as the .bms
      * source, so all sixteen named fields (TITLE1, USERLBL, USERID,
      * DEPTLBL, DEPT, NUM1LBL, NUM1, OPERLBL, OPER, NUM2LBL, NUM2,
      * RATELBL, RATE, RESULTLBL, RESULT, MSG) are carried here even
      * though only some are ever moved to/from by calccics.cobol.
      * USERID is the sign-on field CALCCICS requires before it will
      * calculate; it is passed to CALCAUDT as the audit entry's
      * AL-USER-ID. DEPT is the sign-on department, validated
      * against CALC-DEPARTMENTS and carried on the result, audit
      * entry and GL posting. RATE is a CALC-RATES rate code keyed
      * in place of NUM2.
      *****************************************************************
       01  CALCMAPI.
           05  FILLER                  PIC X(12).
           05  USERIDF                 PIC X.
           05  FILLER REDEFINES USERIDF PIC X.
           05  USERIDI                 PIC X(8).
           05  DEPTLBLL                PIC S9(4) COMP.
           05  DEPTLBLF                PIC X.
           05  FILLER REDEFINES DEPTLBLF PIC X.
           05  DEPTLBLI                PIC X(11).
           05  DEPTL                   PIC S9(4) COMP.
           05  DEPTF                   PIC X.
           05  FILLER REDEFINES DEPTF  PIC X.
           05  DEPTI                   PIC X(4).
           05  NUM1LBLL                PIC S9(4) COMP.
           05  NUM1LBLF                PIC X.
           05  FILLER REDEFINES NUM1LBLF PIC X.
           05  NUM2F                   PIC X.
           05  FILLER REDEFINES NUM2F  PIC X.
           05  NUM2I                   PIC X(10).
           05  RATELBLL                PIC S9(4) COMP.
           05  RATELBLF                PIC X.
           05  FILLER REDEFINES RATELBLF PIC X.
           05  RATELBLI                PIC X(13).
           05  RATEL                   PIC S9(4) COMP.
           05  RATEF                   PIC X.
           05  FILLER REDEFINES RATEF  PIC X.
           05  RATEI                   PIC X(6).
           05  RESULTLBLL              PIC S9(4) COMP.
           05  RESULTLBLF              PIC X.
           05  FILLER REDEFINES RESULTLBLF PIC X.
           05  USERIDA                 PIC X.
           05  USERIDO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  DEPTLBLA                PIC X.
           05  DEPTLBLO                PIC X(11).
           05  FILLER                  PIC X(3).
           05  DEPTA                   PIC X.
           05  DEPTO                   PIC X(4).
           05  FILLER                  PIC X(3).
           05  NUM1LBLA                PIC X.
           05  NUM1LBLO                PIC X(19).
           05  FILLER                  PIC X(3).
           05  NUM2A                   PIC X.
           05  NUM2O                   PIC X(10).
           05  FILLER                  PIC X(3).
           05  RATELBLA                PIC X.
           05  RATELBLO                PIC X(13).
           05  FILLER                  PIC X(3).
           05  RATEA                   PIC X.
           05  RATEO                   PIC X(6).
           05  FILLER                  PIC X(3).
           05  RESULTLBLA              PIC X.
           05  RESULTLBLO              PIC X(14).
           05  FILLER                  PIC X(3).
