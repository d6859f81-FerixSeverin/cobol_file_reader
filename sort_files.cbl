       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).
       SD  WorkFile.
       01 WStudData.
           02 WIDNum PIC 9(5).
           02 WStudName PIC X(10).
           02 WStudProgram PIC X(6).
       FD SortedFile.
       01 SStudData.
           02 SIDNum PIC 9(5).
           02 SStudName PIC X(10).
           02 SStudProgram PIC X(6).

       WORKING-STORAGE SECTION.
       01 CountEOF PIC X VALUE 'N'.
