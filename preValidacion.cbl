           03 param-filial-rep pic 9.
           03 param-reset-per pic x.
           03 param-reset-ano pic x.
           03 param-umbral-aprob pic 9(7)v99.
           03 param-dias-pend pic 9(3).

       FD  CUENTAS-GL.
       01  cgl-reg.
