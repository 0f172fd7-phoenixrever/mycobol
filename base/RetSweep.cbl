                10 JRN-RID-TIME      PIC 9(6).
            05 JRN-SEQ               PIC 9(7).
            05 JRN-ACTION            PIC X.
            05 JRN-BEFORE-IMAGE      PIC X(230).
            05 JRN-AFTER-IMAGE       PIC X(230).

       FD JOURNAL-WORK-FILE.
       01 JOURNAL-WORK-RECORD.
            88 ENDOFJRNLWORK VALUE HIGH-VALUES.
            05 FILLER                PIC X(480).

       FD JOURNAL-ARCH-FILE.
       01 JOURNAL-ARCH-RECORD       PIC X(480).

      * 已应用调整登记档，布局与 SALESMAINT.cbl 的一致
       FD JAPPLIED-FILE.
