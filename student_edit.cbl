       01 StudData.
           02 IDNum PIC 9(5).
           02 StudName PIC X(10).
           02 StudProgram PIC X(6).

       FD CleanFile.
       01 CleanRecord PIC X(21).

       FD RejectFile.
       01 RejectRecord.
           02 RJFileName PIC X(30).
           02 RJReason PIC X(20).
           02 RJRecord PIC X(21).

       WORKING-STORAGE SECTION.
       01 EditCtlStatus PIC XX VALUE "00".
