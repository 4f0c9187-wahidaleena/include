      *--------------------------------------------------------------*
      * DEPTMNS - SYMBOLIC MAP FOR BMS MAPSET DEPTMNS, MAP DEPTMNT   *
      *           (SOURCE DEPTMNS.BMS), THE ONLINE TDEPT MAINTENANCE *
      *           SCREEN. KEEP IN STEP WITH THE MAPSET SOURCE - THE  *
      *           FIELD ORDER AND LENGTHS MUST MATCH THE DFHMDF      *
      *           MACROS ONE FOR ONE.                                *
      *--------------------------------------------------------------*
       01  DEPTMNTI.
           02  FILLER                      PIC X(12).
           02  ACTNL                       PIC S9(4) COMP.
           02  ACTNF                       PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNA                   PIC X.
           02  ACTNI                       PIC X(1).
           02  DEPTL                       PIC S9(4) COMP.
           02  DEPTF                       PIC X.
           02  FILLER REDEFINES DEPTF.
               03  DEPTA                   PIC X.
           02  DEPTI                       PIC X(3).
           02  NAMEL                       PIC S9(4) COMP.
           02  NAMEF                       PIC X.
           02  FILLER REDEFINES NAMEF.
               03  NAMEA                   PIC X.
           02  NAMEI                       PIC X(36).
           02  MGRL                        PIC S9(4) COMP.
           02  MGRF                        PIC X.
           02  FILLER REDEFINES MGRF.
               03  MGRA                    PIC X.
           02  MGRI                        PIC X(6).
           02  ADMRL                       PIC S9(4) COMP.
           02  ADMRF                       PIC X.
           02  FILLER REDEFINES ADMRF.
               03  ADMRA                   PIC X.
           02  ADMRI                       PIC X(3).
           02  MSGL                        PIC S9(4) COMP.
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(79).

       01  DEPTMNTO REDEFINES DEPTMNTI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  ACTNO                       PIC X(1).
           02  FILLER                      PIC X(3).
           02  DEPTO                       PIC X(3).
           02  FILLER                      PIC X(3).
           02  NAMEO                       PIC X(36).
           02  FILLER                      PIC X(3).
           02  MGRO                        PIC X(6).
           02  FILLER                      PIC X(3).
           02  ADMRO                       PIC X(3).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(79).
