           88 MAN-IS-FAILED  VALUE 'F'.
      * The run that consumed the entry, stamped at completion
        05 MAN-RUN-ID         PIC X(13).
      * The upstream sender the work came from (see SNDPROF.cpy),
      * carried from the translator's note (see STGSNDR.cpy) or
      * REGISTER's SENDER=; SPACES for work no sender delivered
      * (repairs, recycles, generated test files)
        05 MAN-SENDER-ID      PIC X(10).
