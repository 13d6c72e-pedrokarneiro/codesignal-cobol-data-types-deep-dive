      *> EDELIV.cpy - E-delivery extract record. Every job that
      *> produces customer documents appends here, instead of (or
      *> as well as) printing, for each document whose subject
      *> chose electronic delivery on DLVPREF.cpy. Each document
      *> is an index record ('I') naming the subject, the e-mail
      *> address and the producing job, followed by its document
      *> lines ('D') exactly as they would have printed. The
      *> document reference -- type, run date, sequence within the
      *> run -- ties the lines to their index record.
      *>   EDL-DOC-TYPE 'STMT' loan billing statement
      *>                'COLL' collection letter
      *>                'RSET' rate-reset notice
      *>                'DORM' dormant-account letter
       01 EDELIVERY-RECORD.
           05 EDL-RECORD-TYPE           PIC X(1).
           05 EDL-DOC-REF.
               10 EDL-DOC-TYPE          PIC X(4).
               10 EDL-RUN-DATE          PIC X(8).
               10 EDL-DOC-SEQ           PIC 9(5).
           05 EDL-DOC-LINE              PIC X(80).
           05 EDL-INDEX-DATA REDEFINES EDL-DOC-LINE.
               10 EDL-SUBJECT-ID        PIC X(6).
               10 EDL-DELIVERY          PIC X(1).
               10 EDL-EMAIL             PIC X(50).
               10 EDL-JOB-NAME          PIC X(20).
               10 FILLER                PIC X(3).
