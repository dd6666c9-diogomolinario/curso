           01 bkp-registro             pic x(054).

           fd arq-jornal.
           01 jor-registro             pic x(150).

           fd recupera-par.
           01 par-registro.
