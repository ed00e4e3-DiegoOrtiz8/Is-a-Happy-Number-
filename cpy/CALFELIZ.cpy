       01 reg-calendario.
           05 cal-fecha PIC 9(8).
           05 cal-tipo PIC X(1).
               88 cal-habil VALUE 'H'.
               88 cal-fin-semana VALUE 'S'.
               88 cal-festivo VALUE 'F'.
           05 cal-fin-mes PIC X(1).
               88 cal-es-fin-mes VALUE 'S'.
           05 cal-fin-trimestre PIC X(1).
               88 cal-es-fin-trimestre VALUE 'S'.
           05 cal-fecha-negocio PIC 9(8).
           05 cal-hora-corte PIC 9(4).
           05 cal-factor-lista PIC 9(2).
           05 cal-descripcion PIC X(30).
           05 cal-operador PIC X(8).
           05 cal-fecha-cambio PIC 9(8).
           05 FILLER PIC X(9).
