           02 ENCourse PIC X(10).
           02 ENStatus PIC X.
           02 ENBilled PIC X.
           02 ENTerm PIC X(6).
           02 ENPriority PIC 9.

       FD StudentFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD AlertCtlFile.
       01 AlertCtlRecord PIC 9(3).
