      *   can still look up a departed salesperson's record - id,   *
      *   name, region, sales at departure, adjustment net,         *
      *   termination date and reason - without restoring anything  *
      *   to the master.  Entries SALESANON has anonymized after    *
      *   the retention period stay listed, with (ANONYMIZED) in    *
      *   the name column, and are counted on the summary.          *
      ***************************************************************

      *===============================================
                10 AD-PRIOR-YEAR-SALES PIC 9(6)V99 OCCURS 5 TIMES.
                10 AD-ADJUSTMENT     PIC S9(6)V99.
                10 AD-MONTHLY-SALES  PIC 9(6)V99 OCCURS 12 TIMES.
                10 AD-HIRE-DATE      PIC 9(8).
                10 AD-EMP-STATUS     PIC X.
                10 AD-LEAVE-START-DATE PIC 9(8).
                10 AD-LEAVE-END-DATE PIC 9(8).
            05 ARCH-TERM-REASON      PIC X(3).
            05 ARCH-REHIRED-SW       PIC X.
      * Y = 该次离职已重新入职复原，人已回到主档，名录不再列；
      * A = 已过保留期被 SALESANON 匿名化，照列，姓名处是记号

      * 名录报表
       FD PRINT-FILE.
       01  WS-ARCHIVE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ALUMNI-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-REHIRED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-ANON-COUNT            PIC 9(7) VALUE ZEROES.

      * 名录标题行
       01  HEADING-LINE.
            05 REH-COUNT             PIC ZZZ,ZZ9.
            05 FILLER               PIC X(100) VALUE SPACES.

      * 匿名化汇总行：名录里已匿名化的条数，已含在上面的总数里
       01  ANON-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(20)
                                    VALUE 'OF WHICH ANONYMIZED'.
            05 ANON-COUNT            PIC ZZZ,ZZ9.
            05 FILLER               PIC X(100) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

                   ADD 1 TO WS-REHIRED-COUNT
               ELSE
                   ADD 1 TO WS-ALUMNI-COUNT
                   IF ARCH-REHIRED-SW = 'A'
                       ADD 1 TO WS-ANON-COUNT
                   END-IF
                   PERFORM 0110-WRITE-ALUMNI-LINE
               END-IF
               READ ARCHIVE-FILE
           MOVE WS-ALUMNI-COUNT TO SUM-COUNT.
           MOVE SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-ANON-COUNT TO ANON-COUNT.
           MOVE ANON-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-REHIRED-COUNT TO REH-COUNT.
           MOVE REHIRED-LINE TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行离职人员明细；已匿名化的姓名栏统一印记号，不把
      * 名字栏里残存的任何内容带出来
        0110-WRITE-ALUMNI-LINE.
           MOVE ARCH-SALESPERSON-ID TO DET-ID.
           IF ARCH-REHIRED-SW = 'A'
               MOVE '(ANONYMIZED)' TO DET-NAME
           ELSE
               MOVE AD-SALESPERSON-NAME TO DET-NAME
           END-IF.
           MOVE AD-REGION TO DET-REGION.
           MOVE AD-YEARLYSALES TO DET-FINAL-SALES.
           MOVE AD-ADJUSTMENT TO DET-ADJ-NET.
