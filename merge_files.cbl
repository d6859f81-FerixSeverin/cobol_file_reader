       01 WStudData.
           02 WIDNum PIC 9(5).
           02 WStudName PIC X(10).
           02 WStudProgram PIC X(6).
       FD MergeCtlFile.
       01 MergeCtlRecord PIC X(30).
       FD InFile.
       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).
       FD NewFile.
       01 NStudData.
           02 NIDNum PIC 9(5).
           02 NStudName PIC X(10).
           02 NStudProgram PIC X(6).

       WORKING-STORAGE SECTION.
       01 MergeCtlStatus PIC XX VALUE "00".
