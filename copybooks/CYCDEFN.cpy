      ******************************************************************
      *  CYCDEFN.CPY
      *  The night cycle: its steps in running order, each with the
      *  steps that must have finished before it may start.  Shared
      *  by CYCSTEP, which enforces it, and CYCLEUTL, which reports a
      *  cycle against it and cascades a rerun down it.  A
      *  predecessor's condition code says when it is required:
      *      'R'  always - the step cannot run without it
      *      'I'  if run - only if it started for the business date;
      *           once started it must finish first
      *      'M'  if merge due - when the date's BUGSOLN run included
      *           split-range instance work, otherwise as 'I'
      *  Steps are listed so every predecessor comes before the steps
      *  that depend on it.
      ******************************************************************
       01  CYD-CYCLE-DEFINITION.
           05  CYD-STEP-VALUES.
               10  FILLER              PIC X(08) VALUE "BUGSOLN".
               10  FILLER              PIC X(45) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE "HVMERGE".
               10  FILLER              PIC X(09) VALUE "BUGSOLN R".
               10  FILLER              PIC X(36) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE "VOIDPROC".
               10  FILLER              PIC X(09) VALUE "BUGSOLN R".
               10  FILLER              PIC X(36) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE "GLACKMAT".
               10  FILLER              PIC X(09) VALUE "BUGSOLN R".
               10  FILLER              PIC X(09) VALUE "VOIDPROCI".
               10  FILLER              PIC X(27) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE "HISTCONS".
               10  FILLER              PIC X(09) VALUE "BUGSOLN R".
               10  FILLER              PIC X(09) VALUE "HVMERGE M".
               10  FILLER              PIC X(09) VALUE "VOIDPROCI".
               10  FILLER              PIC X(18) VALUE SPACES.
               10  FILLER              PIC X(08) VALUE "OPSDIGST".
               10  FILLER              PIC X(09) VALUE "BUGSOLN R".
               10  FILLER              PIC X(09) VALUE "HVMERGE M".
               10  FILLER              PIC X(09) VALUE "VOIDPROCI".
               10  FILLER              PIC X(09) VALUE "GLACKMATR".
               10  FILLER              PIC X(09) VALUE "HISTCONSI".
           05  CYD-STEP-TABLE REDEFINES CYD-STEP-VALUES.
               10  CYD-STEP-ENTRY      OCCURS 6 TIMES.
                   15  CYD-STEP-NAME   PIC X(08).
                   15  CYD-PRED-ENTRY  OCCURS 5 TIMES.
                       20  CYD-PRED-NAME
                                       PIC X(08).
                       20  CYD-PRED-COND
                                       PIC X(01).
                           88  CYD-PRED-REQUIRED      VALUE 'R'.
                           88  CYD-PRED-IF-RUN        VALUE 'I'.
                           88  CYD-PRED-IF-MERGE-DUE  VALUE 'M'.
           05  CYD-STEP-MAX            PIC 9(02) VALUE 6.
           05  CYD-PRED-MAX            PIC 9(02) VALUE 5.
