      * Date:
      * Purpose: Mantenimiento batch del maestro SOCIOS a partir de
      *          un archivo de movimientos (alta/modificacion/
      *          suspension/baja/limite de credito/inactivacion) con
      *          informe antes/despues y listado de movimientos
      *          rechazados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       PERFORM 460-APLICAR-BAJA
                   WHEN "L"
                       PERFORM 480-APLICAR-LIMITE
                   WHEN "I"
                       PERFORM 470-APLICAR-INACTIVACION
                   WHEN OTHER
                       MOVE "TIPO DE MOVIMIENTO INVALIDO"
                           TO l-rch-motivo
               END-WRITE
           ELSE
               IF w-estado-ant = "B" OR w-estado-ant = "S"
               OR w-estado-ant = "I"
                   IF mov-reingreso = "R"
                       MOVE "A" TO soc-estado
                       IF mov-nombre NOT = SPACES
               END-IF
           END-IF.

      * Inactivacion por falta de movimiento (la genera
      * CONTROL_INACTIVOS): solo sobre socios activos. El socio
      * inactivo no paga cuota y vuelve con un alta de reingreso.
       470-APLICAR-INACTIVACION.
           IF w-flag-mov-inexistente = 1
               MOVE "INACTIVACION DE SOCIO INEXISTENTE"
                   TO l-rch-motivo
               PERFORM 600-GRABAR-RECHAZO
           ELSE
               IF w-estado-ant = "A"
                   MOVE "I" TO soc-estado
                   PERFORM 550-REGRABAR-MAESTRO
               ELSE
                   MOVE "INACTIVACION SOBRE ESTADO INVALIDO"
                       TO l-rch-motivo
                   PERFORM 600-GRABAR-RECHAZO
               END-IF
           END-IF.

      * Limite cero significa sin limite propio: CECILIA_OLMOS solo
      * controla el tope cuando soc-limite es mayor que cero.
       480-APLICAR-LIMITE.
