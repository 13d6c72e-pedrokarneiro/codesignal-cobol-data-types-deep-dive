      *> role check only, for a screen re-checking an already
      *> signed-on session before an update function.
      *> OS-FUNCTION: 'INQ' inquiry, 'UPD' update, 'COR' error
      *> correction, 'COL' collection contact/promise recording,
      *> 'CMP' complaint case logging. OS-RECORD-OWNER names who
      *> entered the record a 'COR' touches, so a teller
      *> correcting their own entry is refused. OS-RESULT: 'A'
      *> allowed, 'D' role denied, 'F' failed PIN, 'L' locked,
      *> 'U' unknown operator, 'X' deactivated.
       01 OPERATOR-SECURITY-REQUEST.
           05 OS-OPERATOR-ID            PIC X(8).
           05 OS-PIN                    PIC X(4).
