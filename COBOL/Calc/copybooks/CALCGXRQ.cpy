      *****************************************************************
      * Copybook:  CALCGXRQ
      * Layout of one correction keyed against an open GL exception
      * on CALC-GL-EXCEPTIONS. XR-RELEASE-DATE and XR-LINE-NO name
      * the exception (both are on the CALCGLAL and CALCGLXR
      * listings). XR-ACTION is "C" to re-send the line to the
      * corrected account in XR-NEW-ACCOUNT or "S" to re-send it to
      * the CALCSUSP01 suspense account for the GL team to clear.
      * XR-USER-ID is the user making the correction and
      * XR-REASON-TEXT is printed on the listing. Read by CALCGLXR.
      *****************************************************************
       01  CALC-GLX-REQUEST.
           05  XR-RELEASE-DATE         PIC X(8).
           05  XR-LINE-NO              PIC 9(6).
           05  XR-ACTION               PIC X.
               88  XR-TO-CORRECTED     VALUE "C".
               88  XR-TO-SUSPENSE      VALUE "S".
           05  XR-NEW-ACCOUNT          PIC X(10).
           05  XR-USER-ID              PIC X(8).
           05  XR-REASON-TEXT          PIC X(30).
