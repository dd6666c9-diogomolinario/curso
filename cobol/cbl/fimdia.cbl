       file section.
      *---------------------------------------------------------------*
           fd audit-log.
           01 audit-registro           pic x(250).

           fd carga-log.
           01 log-registro             pic x(080).
