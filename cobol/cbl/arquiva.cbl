       file section.
      *---------------------------------------------------------------*
           fd log-ent.
           01 ent-registro             pic x(250).

           fd log-sai.
           01 sai-registro             pic x(250).

           fd arquiva-rpt.
           01 rpt-linha                pic x(132).
