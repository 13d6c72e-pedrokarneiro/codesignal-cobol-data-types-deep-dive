      *> COLQMAP.cpy - Symbolic map for the COLQMAPI map
      *> (bms/COLQMAP.bms). Hand-authored in the shape a BMS assembly
      *> would normally generate, same treatment as LOANMAP.cpy --
      *> kept in step with the field order/lengths in the mapset.
       01  COLQMAPI.
           05 FILLER                     PIC X(12).
           05 QOPERLL                    COMP PIC S9(4).
           05 QOPERLF                    PIC X.
           05 FILLER REDEFINES QOPERLF.
               10 QOPERLA                PIC X.
           05 QOPERLI                    PIC X(8).
           05 QSEQLL                     COMP PIC S9(4).
           05 QSEQLF                     PIC X.
           05 FILLER REDEFINES QSEQLF.
               10 QSEQLA                 PIC X.
           05 QSEQLI                     PIC X(4).
           05 QACCTLL                    COMP PIC S9(4).
           05 QACCTLF                    PIC X.
           05 FILLER REDEFINES QACCTLF.
               10 QACCTLA                PIC X.
           05 QACCTLI                    PIC X(6).
           05 QNAMELL                    COMP PIC S9(4).
           05 QNAMELF                    PIC X.
           05 FILLER REDEFINES QNAMELF.
               10 QNAMELA                PIC X.
           05 QNAMELI                    PIC X(20).
           05 QBALLL                     COMP PIC S9(4).
           05 QBALLF                     PIC X.
           05 FILLER REDEFINES QBALLF.
               10 QBALLA                 PIC X.
           05 QBALLI                     PIC X(12).
           05 QDAYSLL                    COMP PIC S9(4).
           05 QDAYSLF                    PIC X.
           05 FILLER REDEFINES QDAYSLF.
               10 QDAYSLA                PIC X.
           05 QDAYSLI                    PIC X(4).
           05 QMISSLL                    COMP PIC S9(4).
           05 QMISSLF                    PIC X.
           05 FILLER REDEFINES QMISSLF.
               10 QMISSLA                PIC X.
           05 QMISSLI                    PIC X(12).
           05 QPTPDLL                    COMP PIC S9(4).
           05 QPTPDLF                    PIC X.
           05 FILLER REDEFINES QPTPDLF.
               10 QPTPDLA                PIC X.
           05 QPTPDLI                    PIC X(8).
           05 QPTPALL                    COMP PIC S9(4).
           05 QPTPALF                    PIC X.
           05 FILLER REDEFINES QPTPALF.
               10 QPTPALA                PIC X.
           05 QPTPALI                    PIC X(12).
           05 QLASTLL                    COMP PIC S9(4).
           05 QLASTLF                    PIC X.
           05 FILLER REDEFINES QLASTLF.
               10 QLASTLA                PIC X.
           05 QLASTLI                    PIC X(8).
           05 QLOUTLL                    COMP PIC S9(4).
           05 QLOUTLF                    PIC X.
           05 FILLER REDEFINES QLOUTLF.
               10 QLOUTLA                PIC X.
           05 QLOUTLI                    PIC X(3).
           05 QOUTCLL                    COMP PIC S9(4).
           05 QOUTCLF                    PIC X.
           05 FILLER REDEFINES QOUTCLF.
               10 QOUTCLA                PIC X.
           05 QOUTCLI                    PIC X(3).
           05 QNOTELL                    COMP PIC S9(4).
           05 QNOTELF                    PIC X.
           05 FILLER REDEFINES QNOTELF.
               10 QNOTELA                PIC X.
           05 QNOTELI                    PIC X(60).
           05 QPDATLL                    COMP PIC S9(4).
           05 QPDATLF                    PIC X.
           05 FILLER REDEFINES QPDATLF.
               10 QPDATLA                PIC X.
           05 QPDATLI                    PIC X(8).
           05 QPAMTLL                    COMP PIC S9(4).
           05 QPAMTLF                    PIC X.
           05 FILLER REDEFINES QPAMTLF.
               10 QPAMTLA                PIC X.
           05 QPAMTLI                    PIC 9(7)V99.
           05 QNACTLL                    COMP PIC S9(4).
           05 QNACTLF                    PIC X.
           05 FILLER REDEFINES QNACTLF.
               10 QNACTLA                PIC X.
           05 QNACTLI                    PIC X(8).
           05 QMSGLL                     COMP PIC S9(4).
           05 QMSGLF                     PIC X.
           05 FILLER REDEFINES QMSGLF.
               10 QMSGLA                 PIC X.
           05 QMSGLI                     PIC X(79).

       01  COLQMAPO REDEFINES COLQMAPI.
           05 FILLER                     PIC X(12).
           05 QOPERO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 QSEQO                      PIC ZZZ9.
           05 FILLER                     PIC X(3).
           05 QACCTO                     PIC X(6).
           05 FILLER                     PIC X(3).
           05 QNAMEO                     PIC X(20).
           05 FILLER                     PIC X(3).
           05 QBALO                      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(3).
           05 QDAYSO                     PIC ZZZ9.
           05 FILLER                     PIC X(3).
           05 QMISSO                     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(3).
           05 QPTPDO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 QPTPAO                     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(3).
           05 QLASTO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 QLOUTO                     PIC X(3).
           05 FILLER                     PIC X(3).
           05 QOUTCO                     PIC X(3).
           05 FILLER                     PIC X(3).
           05 QNOTEO                     PIC X(60).
           05 FILLER                     PIC X(3).
           05 QPDATO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 QPAMTO                     PIC X(9).
           05 FILLER                     PIC X(3).
           05 QNACTO                     PIC X(8).
           05 FILLER                     PIC X(3).
           05 QMSGO                      PIC X(79).
