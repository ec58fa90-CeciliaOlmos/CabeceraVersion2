      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de la cadena nocturna: ejecuta en orden los
      *          pasos de cadena-pasos.txt (PRE_VALIDACION,
      *          ARMADO_ENTRADA, CECILIA_OLMOS, CONCIL_GL, ...),
      *          controla el RETURN-CODE de cada uno contra el maximo
      *          admitido para ese paso y que sus archivos de salida
      *          clave hayan sido regrabados durante el paso, y se
      *          detiene en el primer paso fallido. Cada inicio y fin
      *          de paso queda en LEDGER-CADENA.txt (solo se agrega).
      *          Modo N: corrida nueva, rechazada si la fecha ya tiene
      *          corrida en el ledger. Modo R: reanuda la corrida de
      *          la fecha salteando los pasos que ya terminaron OK.
      *          Los pasos marcados de fin de mes solo se ejecutan si
      *          los parametros lo indican.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL_CADENA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-CADENA ASSIGN TO "../parametros-cadena.txt"
               ORGANIZATION is line sequential.

           SELECT CADENA-PASOS ASSIGN TO "../cadena-pasos.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL LEDGER-CADENA
               ASSIGN TO "..\LEDGER-CADENA.txt"
               ORGANIZATION is line sequential.

           SELECT LISTADO-CADENA ASSIGN TO "..\CADENA-NOCTURNA.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-CADENA.
       01  pcad-reg.
           03 pcad-fecha pic 9(8).
           03 pcad-modo pic x.
           03 pcad-fin-mes pic x.

       FD  CADENA-PASOS.
       01  pas-reg.
           03 pas-nro pic 9(2).
           03 pas-programa pic x(20).
           03 pas-fin-mes pic x.
           03 pas-rc-max pic 9(2).
           03 pas-comando pic x(60).
           03 pas-salida OCCURS 2 TIMES pic x(40).

       FD  LEDGER-CADENA.
       01  led-reg.
           03 led-fecha pic 9(8).
           03 led-paso pic 9(2).
           03 led-programa pic x(20).
           03 led-modo pic x.
           03 led-evento pic x(6).
           03 led-ts pic x(14).
           03 led-rc pic -(3)9.
           03 led-estado pic x(10).
           03 led-detalle pic x(40).

       FD  LISTADO-CADENA.
       01  lin-cadena pic x(132).

       WORKING-STORAGE SECTION.
       01  cabecera-cad.
           03 filler pic x(20) value spaces.
           03 filler pic x(31) value "CADENA NOCTURNA   FECHA PROCESO".
           03 filler pic x value space.
           03 l-cad-fecha pic 9(8).
           03 filler pic x(8) value "   MODO ".
           03 l-cad-modo pic x.
           03 filler pic x(13) value "   FIN DE MES".
           03 filler pic x value space.
           03 l-cad-fin-mes pic x.

       01  titulo-cad.
           03 filler pic x(4) value "PASO".
           03 filler pic x(2) value spaces.
           03 filler pic x(22) value "PROGRAMA".
           03 filler pic x(16) value "INICIO".
           03 filler pic x(16) value "FIN".
           03 filler pic x(6) value "    RC".
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "ESTADO".
           03 filler pic x(40) value "DETALLE".

       01  linea-cad.
           03 filler pic x(2) value spaces.
           03 l-cad-paso pic z9.
           03 filler pic x(2) value spaces.
           03 l-cad-programa pic x(20).
           03 filler pic x(2) value spaces.
           03 l-cad-inicio pic x(14).
           03 filler pic x(2) value spaces.
           03 l-cad-fin pic x(14).
           03 filler pic x(2) value spaces.
           03 l-cad-rc pic x(4).
           03 filler pic x(4) value spaces.
           03 l-cad-estado pic x(14).
           03 filler pic x(2) value spaces.
           03 l-cad-detalle pic x(40).

       01  guarda-cad.
           03 filler pic x(132) value all "*".

       01  linea-tot-cad.
           03 filler pic x(6) value "PASOS=".
           03 l-tot-pasos pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(11) value "EJECUTADOS=".
           03 l-tot-ejecutados pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "YA COMPLETO=".
           03 l-tot-completos pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "NO CORRESPONDE=".
           03 l-tot-nocorr pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "CADENA ".
           03 l-tot-resultado pic x(10).

       01  w-flag-pas pic 9.
       01  w-flag-led pic 9.
       01  w-fecha pic 9(8).
       01  w-modo pic x.
       01  w-fin-mes pic x.
       01  w-hay-corrida pic 9 value zero.
       01  w-cadena-detenida pic 9 value zero.
       01  w-paso-fallido pic 9.
       01  w-idx-paso pic 9(2).
       01  w-idx-busca pic 9(2).
       01  w-idx-sal pic 9.
       01  w-nro-ant pic 9(2).
       01  w-rc-paso pic s9(9).
       01  w-rc-edit pic -(3)9.
       01  w-detalle pic x(40).

       01  w-cant-pasos pic 9(2) value zero.
       01  w-tabla-pasos.
           03 w-pas-entrada OCCURS 50 TIMES.
               05 w-pas-nro pic 9(2).
               05 w-pas-programa pic x(20).
               05 w-pas-fin-mes pic x.
               05 w-pas-rc-max pic 9(2).
               05 w-pas-comando pic x(60).
               05 w-pas-salida OCCURS 2 TIMES pic x(40).
               05 w-pas-ant pic x(10).

       01  w-ts-actual.
           03 w-ts-actual-14 pic x(14).
           03 filler pic x(7).
       01  w-ts-inicio pic x(14).
       01  w-ts-fin pic x(14).

      * Datos que devuelve CBL_CHECK_FILE_EXIST; la fecha y hora de
      * ultima modificacion se arman como aaaammddhhmmss para
      * compararlas con el inicio del paso.
       01  w-nom-archivo pic x(40).
       01  w-info-archivo.
           03 w-arc-tamano pic x(8) comp-x.
           03 w-arc-dia pic x comp-x.
           03 w-arc-mes pic x comp-x.
           03 w-arc-ano pic x(2) comp-x.
           03 w-arc-hora pic x comp-x.
           03 w-arc-minuto pic x comp-x.
           03 w-arc-segundo pic x comp-x.
           03 w-arc-centesimo pic x comp-x.
       01  w-ts-archivo.
           03 w-tsa-ano pic 9(4).
           03 w-tsa-mes pic 9(2).
           03 w-tsa-dia pic 9(2).
           03 w-tsa-hora pic 9(2).
           03 w-tsa-minuto pic 9(2).
           03 w-tsa-segundo pic 9(2).

       01  w-cont-ejecutados pic 9(3) value zero.
       01  w-cont-completos pic 9(3) value zero.
       01  w-cont-nocorr pic 9(3) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM VARYING w-idx-paso FROM 1 BY 1
           UNTIL w-idx-paso > w-cant-pasos
           OR w-cadena-detenida = 1
               PERFORM 300-PROCESAR-PASO
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-CARGAR-PASOS.
           PERFORM 130-LEER-LEDGER.
           IF w-modo = "N" AND w-hay-corrida = 1
               DISPLAY "LA FECHA " w-fecha " YA TIENE CORRIDA EN "
                   "LEDGER-CADENA - USAR MODO R - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-modo = "R" AND w-hay-corrida = ZERO
               DISPLAY "LA FECHA " w-fecha " NO TIENE CORRIDA PREVIA "
                   "PARA REANUDAR - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LEDGER-CADENA.
           OPEN OUTPUT LISTADO-CADENA.
           MOVE w-fecha TO l-cad-fecha.
           MOVE w-modo TO l-cad-modo.
           MOVE w-fin-mes TO l-cad-fin-mes.
           MOVE guarda-cad TO lin-cadena.
           WRITE lin-cadena.
           MOVE cabecera-cad TO lin-cadena.
           WRITE lin-cadena.
           MOVE guarda-cad TO lin-cadena.
           WRITE lin-cadena.
           MOVE titulo-cad TO lin-cadena.
           WRITE lin-cadena.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-CADENA.
           READ PARAM-CADENA
               AT END
                   DISPLAY "PARAM-CADENA vacio o inexistente "
                       "- ABORTANDO"
                   CLOSE PARAM-CADENA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE pcad-fecha TO w-fecha.
           MOVE pcad-modo TO w-modo.
           IF pcad-fin-mes = "S"
               MOVE "S" TO w-fin-mes
           ELSE
               MOVE "N" TO w-fin-mes
           END-IF.
           CLOSE PARAM-CADENA.
           IF w-fecha NOT NUMERIC OR w-fecha = ZERO
               DISPLAY "FECHA DE PROCESO INVALIDA - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-modo NOT = "N" AND w-modo NOT = "R"
               DISPLAY "MODO DE CADENA INVALIDO (N/R) - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-CARGAR-PASOS.
           MOVE ZERO TO w-flag-pas.
           MOVE ZERO TO w-nro-ant.
           OPEN INPUT CADENA-PASOS.
           PERFORM 125-LEER-PASOS.
           PERFORM UNTIL w-flag-pas = 1
               IF w-cant-pasos = 50
                   DISPLAY "TABLA DE PASOS LLENA - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF pas-nro NOT NUMERIC OR pas-nro NOT > w-nro-ant
                   DISPLAY "CADENA-PASOS: NUMERO DE PASO INVALIDO "
                       "O FUERA DE ORDEN - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-cant-pasos
               MOVE pas-nro TO w-pas-nro(w-cant-pasos)
               MOVE pas-nro TO w-nro-ant
               MOVE pas-programa TO w-pas-programa(w-cant-pasos)
               MOVE pas-fin-mes TO w-pas-fin-mes(w-cant-pasos)
               IF pas-rc-max IS NUMERIC
                   MOVE pas-rc-max TO w-pas-rc-max(w-cant-pasos)
               ELSE
                   MOVE ZERO TO w-pas-rc-max(w-cant-pasos)
               END-IF
               MOVE pas-comando TO w-pas-comando(w-cant-pasos)
               MOVE pas-salida(1) TO w-pas-salida(w-cant-pasos, 1)
               MOVE pas-salida(2) TO w-pas-salida(w-cant-pasos, 2)
               MOVE SPACES TO w-pas-ant(w-cant-pasos)
               PERFORM 125-LEER-PASOS
           END-PERFORM.
           CLOSE CADENA-PASOS.
           IF w-cant-pasos = ZERO
               DISPLAY "CADENA-PASOS vacio o inexistente - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       125-LEER-PASOS.
           READ CADENA-PASOS AT END MOVE 1 TO w-flag-pas.

      * El ultimo estado registrado de cada paso para la fecha es el
      * que vale: un paso con INICIO y sin FIN quedo EN CURSO (la
      * corrida se corto) y se vuelve a ejecutar al reanudar.
       130-LEER-LEDGER.
           MOVE ZERO TO w-flag-led.
           OPEN INPUT LEDGER-CADENA.
           PERFORM 135-LEER-LEDGER.
           PERFORM UNTIL w-flag-led = 1
               IF led-fecha = w-fecha
                   MOVE 1 TO w-hay-corrida
                   PERFORM VARYING w-idx-busca FROM 1 BY 1
                   UNTIL w-idx-busca > w-cant-pasos
                       IF w-pas-nro(w-idx-busca) = led-paso
                           MOVE led-estado TO w-pas-ant(w-idx-busca)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 135-LEER-LEDGER
           END-PERFORM.
           CLOSE LEDGER-CADENA.

       135-LEER-LEDGER.
           READ LEDGER-CADENA AT END MOVE 1 TO w-flag-led.

       300-PROCESAR-PASO.
           MOVE SPACES TO l-cad-inicio.
           MOVE SPACES TO l-cad-fin.
           MOVE SPACES TO l-cad-rc.
           MOVE SPACES TO l-cad-detalle.
           IF w-pas-fin-mes(w-idx-paso) = "S" AND w-fin-mes NOT = "S"
               ADD 1 TO w-cont-nocorr
               MOVE "NO CORRESPONDE" TO l-cad-estado
               MOVE "PASO DE FIN DE MES" TO l-cad-detalle
           ELSE
               IF w-modo = "R" AND w-pas-ant(w-idx-paso) = "OK"
                   ADD 1 TO w-cont-completos
                   MOVE "YA COMPLETO" TO l-cad-estado
               ELSE
                   PERFORM 310-EJECUTAR-PASO
               END-IF
           END-IF.
           MOVE w-pas-nro(w-idx-paso) TO l-cad-paso.
           MOVE w-pas-programa(w-idx-paso) TO l-cad-programa.
           MOVE linea-cad TO lin-cadena.
           WRITE lin-cadena.
           DISPLAY linea-cad.

       310-EJECUTAR-PASO.
           ADD 1 TO w-cont-ejecutados.
           MOVE ZERO TO w-paso-fallido.
           MOVE SPACES TO w-detalle.
           MOVE FUNCTION CURRENT-DATE TO w-ts-actual.
           MOVE w-ts-actual-14 TO w-ts-inicio.
           MOVE "INICIO" TO led-evento.
           MOVE w-ts-inicio TO led-ts.
           MOVE ZERO TO led-rc.
           MOVE "EN CURSO" TO led-estado.
           PERFORM 350-GRABAR-LEDGER.
           CALL "SYSTEM" USING w-pas-comando(w-idx-paso).
           MOVE RETURN-CODE TO w-rc-paso.
           MOVE ZERO TO RETURN-CODE.
      * En Unix SYSTEM devuelve el estado de espera del proceso, con
      * el codigo de salida en el segundo byte.
           IF w-rc-paso > 255
               DIVIDE 256 INTO w-rc-paso
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO w-ts-actual.
           MOVE w-ts-actual-14 TO w-ts-fin.
           IF w-rc-paso < ZERO OR w-rc-paso > w-pas-rc-max(w-idx-paso)
               MOVE 1 TO w-paso-fallido
               MOVE w-pas-rc-max(w-idx-paso) TO w-rc-edit
               STRING "RC SUPERA EL MAXIMO ADMITIDO DE"
                   DELIMITED BY SIZE
                   w-rc-edit DELIMITED BY SIZE
                   INTO w-detalle
           ELSE
               PERFORM VARYING w-idx-sal FROM 1 BY 1
               UNTIL w-idx-sal > 2 OR w-paso-fallido = 1
                   IF w-pas-salida(w-idx-paso, w-idx-sal) NOT = SPACES
                       PERFORM 320-CONTROLAR-SALIDA
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "FIN" TO led-evento.
           MOVE w-ts-fin TO led-ts.
           MOVE w-rc-paso TO led-rc.
           IF w-paso-fallido = 1
               MOVE "FALLIDO" TO led-estado
               MOVE 1 TO w-cadena-detenida
           ELSE
               MOVE "OK" TO led-estado
           END-IF.
           PERFORM 350-GRABAR-LEDGER.
           MOVE w-ts-inicio TO l-cad-inicio.
           MOVE w-ts-fin TO l-cad-fin.
           MOVE w-rc-paso TO w-rc-edit.
           MOVE w-rc-edit TO l-cad-rc.
           MOVE led-estado TO l-cad-estado.
           MOVE w-detalle TO l-cad-detalle.

      * La salida clave tiene que existir y haber sido grabada
      * despues del inicio del paso: asi no se sigue con un
      * GL-EXTRACTO u otro archivo que quedo de una corrida vieja.
       320-CONTROLAR-SALIDA.
           MOVE w-pas-salida(w-idx-paso, w-idx-sal) TO w-nom-archivo.
           CALL "CBL_CHECK_FILE_EXIST" USING w-nom-archivo
               w-info-archivo.
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               MOVE 1 TO w-paso-fallido
               STRING "SALIDA INEXISTENTE " DELIMITED BY SIZE
                   w-nom-archivo DELIMITED BY SPACE
                   INTO w-detalle
           ELSE
               MOVE w-arc-ano TO w-tsa-ano
               MOVE w-arc-mes TO w-tsa-mes
               MOVE w-arc-dia TO w-tsa-dia
               MOVE w-arc-hora TO w-tsa-hora
               MOVE w-arc-minuto TO w-tsa-minuto
               MOVE w-arc-segundo TO w-tsa-segundo
               IF w-ts-archivo < w-ts-inicio
                   MOVE 1 TO w-paso-fallido
                   STRING "SALIDA NO ACTUALIZADA " DELIMITED BY SIZE
                       w-nom-archivo DELIMITED BY SPACE
                       INTO w-detalle
               END-IF
           END-IF.

       350-GRABAR-LEDGER.
           MOVE w-fecha TO led-fecha.
           MOVE w-pas-nro(w-idx-paso) TO led-paso.
           MOVE w-pas-programa(w-idx-paso) TO led-programa.
           MOVE w-modo TO led-modo.
           MOVE w-detalle TO led-detalle.
           WRITE led-reg.

       900-FIN.
           MOVE w-cant-pasos TO l-tot-pasos.
           MOVE w-cont-ejecutados TO l-tot-ejecutados.
           MOVE w-cont-completos TO l-tot-completos.
           MOVE w-cont-nocorr TO l-tot-nocorr.
           IF w-cadena-detenida = 1
               MOVE "DETENIDA" TO l-tot-resultado
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "COMPLETA" TO l-tot-resultado
           END-IF.
           MOVE guarda-cad TO lin-cadena.
           WRITE lin-cadena.
           MOVE linea-tot-cad TO lin-cadena.
           WRITE lin-cadena.
           DISPLAY linea-tot-cad.
           CLOSE LEDGER-CADENA.
           CLOSE LISTADO-CADENA.
       END PROGRAM CONTROL_CADENA.
