      *> CASEMAP.cpy - Symbolic map for the CASEMAPI map
      *> (bms/CASEMAP.bms). Hand-authored in the shape a BMS assembly
      *> would normally generate, same treatment as LOANMAP.cpy --
      *> kept in step with the field order/lengths in the mapset.
       01  CASEMAPI.
           05 FILLER                     PIC X(12).
           05 KFUNCLL                    COMP PIC S9(4).
           05 KFUNCLF                    PIC X.
           05 FILLER REDEFINES KFUNCLF.
               10 KFUNCLA                PIC X.
           05 KFUNCLI                    PIC X.
           05 KCASELL                    COMP PIC S9(4).
           05 KCASELF                    PIC X.
           05 FILLER REDEFINES KCASELF.
               10 KCASELA                PIC X.
           05 KCASELI                    PIC X(8).
           05 KSTATLL                    COMP PIC S9(4).
           05 KSTATLF                    PIC X.
           05 FILLER REDEFINES KSTATLF.
               10 KSTATLA                PIC X.
           05 KSTATLI                    PIC X.
           05 KCUSTLL                    COMP PIC S9(4).
           05 KCUSTLF                    PIC X.
           05 FILLER REDEFINES KCUSTLF.
               10 KCUSTLA                PIC X.
           05 KCUSTLI                    PIC X(6).
           05 KNAMELL                    COMP PIC S9(4).
           05 KNAMELF                    PIC X.
           05 FILLER REDEFINES KNAMELF.
               10 KNAMELA                PIC X.
           05 KNAMELI                    PIC X(10).
           05 KLOANLL                    COMP PIC S9(4).
           05 KLOANLF                    PIC X.
           05 FILLER REDEFINES KLOANLF.
               10 KLOANLA                PIC X.
           05 KLOANLI                    PIC X(6).
           05 KCATLL                     COMP PIC S9(4).
           05 KCATLF                     PIC X.
           05 FILLER REDEFINES KCATLF.
               10 KCATLA                 PIC X.
           05 KCATLI                     PIC X(4).
           05 KCHANLL                    COMP PIC S9(4).
           05 KCHANLF                    PIC X.
           05 FILLER REDEFINES KCHANLF.
               10 KCHANLA                PIC X.
           05 KCHANLI                    PIC X.
           05 KSUMMLL                    COMP PIC S9(4).
           05 KSUMMLF                    PIC X.
           05 FILLER REDEFINES KSUMMLF.
               10 KSUMMLA                PIC X.
           05 KSUMMLI                    PIC X(40).
           05 KOPBYLL                    COMP PIC S9(4).
           05 KOPBYLF                    PIC X.
           05 FILLER REDEFINES KOPBYLF.
               10 KOPBYLA                PIC X.
           05 KOPBYLI                    PIC X(8).
           05 KOPDTLL                    COMP PIC S9(4).
           05 KOPDTLF                    PIC X.
           05 FILLER REDEFINES KOPDTLF.
               10 KOPDTLA                PIC X.
           05 KOPDTLI                    PIC X(8).
           05 KDAYSLL                    COMP PIC S9(4).
           05 KDAYSLF                    PIC X.
           05 FILLER REDEFINES KDAYSLF.
               10 KDAYSLA                PIC X.
           05 KDAYSLI                    PIC X(4).
           05 KOUTCLL                    COMP PIC S9(4).
           05 KOUTCLF                    PIC X.
           05 FILLER REDEFINES KOUTCLF.
               10 KOUTCLA                PIC X.
           05 KOUTCLI                    PIC X(4).
           05 KRESNLL                    COMP PIC S9(4).
           05 KRESNLF                    PIC X.
           05 FILLER REDEFINES KRESNLF.
               10 KRESNLA                PIC X.
           05 KRESNLI                    PIC X(40).
           05 KRSBYLL                    COMP PIC S9(4).
           05 KRSBYLF                    PIC X.
           05 FILLER REDEFINES KRSBYLF.
               10 KRSBYLA                PIC X.
           05 KRSBYLI                    PIC X(8).
           05 KRSDTLL                    COMP PIC S9(4).
           05 KRSDTLF                    PIC X.
           05 FILLER REDEFINES KRSDTLF.
               10 KRSDTLA                PIC X.
           05 KRSDTLI                    PIC X(8).
           05 KMSGLL                     COMP PIC S9(4).
           05 KMSGLF                     PIC X.
           05 FILLER REDEFINES KMSGLF.
               10 KMSGLA                 PIC X.
           05 KMSGLI                     PIC X(79).

       01  CASEMAPO REDEFINES CASEMAPI.
           05 FILLER                     PIC X(12).
           05 KFUNCO                     PIC X.
           05 FILLER                     PIC X(3).
           05 KCASEO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 KSTATO                     PIC X.
           05 FILLER                     PIC X(3).
           05 KCUSTO                     PIC X(6).
           05 FILLER                     PIC X(3).
           05 KNAMEO                     PIC X(10).
           05 FILLER                     PIC X(3).
           05 KLOANO                     PIC X(6).
           05 FILLER                     PIC X(3).
           05 KCATO                      PIC X(4).
           05 FILLER                     PIC X(3).
           05 KCHANO                     PIC X.
           05 FILLER                     PIC X(3).
           05 KSUMMO                     PIC X(40).
           05 FILLER                     PIC X(3).
           05 KOPBYO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 KOPDTO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 KDAYSO                     PIC ZZZ9.
           05 FILLER                     PIC X(3).
           05 KOUTCO                     PIC X(4).
           05 FILLER                     PIC X(3).
           05 KRESNO                     PIC X(40).
           05 FILLER                     PIC X(3).
           05 KRSBYO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 KRSDTO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 KMSGO                      PIC X(79).
