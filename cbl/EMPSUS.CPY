           05 SUS-STATUS PIC X(1).
               88 SUS-OPEN VALUE 'O'.
               88 SUS-RELEASED VALUE 'R'.
           05 SUS-TRAN-DATA PIC X(118).
