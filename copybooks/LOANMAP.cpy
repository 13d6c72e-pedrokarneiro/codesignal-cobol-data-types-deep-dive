           05 FILLER REDEFINES LNPRNLF.
               10 LNPRNLA                PIC X.
           05 LNPRNLI                    PIC X(11).
           05 LUNAPLL                    COMP PIC S9(4).
           05 LUNAPLF                    PIC X.
           05 FILLER REDEFINES LUNAPLF.
               10 LUNAPLA                PIC X.
           05 LUNAPLI                    PIC X(12).
           05 LMSGLL                     COMP PIC S9(4).
           05 LMSGLF                     PIC X.
           05 FILLER REDEFINES LMSGLF.
           05 FILLER                     PIC X(5).
           05 LNPRNO                     PIC ZZ,ZZ9.99.
           05 FILLER                     PIC X(5).
           05 LUNAPO                     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(3).
           05 LMSGO                      PIC X(79).
