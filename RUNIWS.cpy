      *> stamped by the shared writers alongside the run id, because
      *> the audit group has asked twice who ran what.
           05 OPERATOR-ID     PIC X(8).
      *> RUN-TYPE is what kind of run the step ran under, for the
      *> chargeback rates (CHGBACK.cbl): 'B' scheduled batch, 'Q' a
      *> queued ad-hoc request, 'I' an interactive OPMENU run, 'H' an
      *> as-of historical rerun, 'V' a volume certification. Each
      *> driver exports it through the RUN_TYPE environment variable
      *> the way RERUNAOF exports RERUN_MODE; a program run
      *> standalone counts as batch. AUDTWR.cpy stamps it.
           05 RUN-TYPE        PIC X    VALUE 'B'.
              88 RUN-TYPE-VALID       VALUES 'B' 'Q' 'I' 'H' 'V'.
