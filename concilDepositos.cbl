      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion de depositos bancarios de las filiales:
      *          cruza los creditos del extracto del banco
      *          (extracto-banco.txt: cabecera H con la fecha del
      *          extracto y lineas filial, fecha de cobranza,
      *          importe) contra lo aceptado por CECILIA_OLMOS para
      *          esa filial y fecha (segmentos de SEGMENTOS-PROC,
      *          importes de HISTORIA-TRANS de los tipos de cobranza
      *          configurados). Lleva el libro CONCIL-DEPOSITOS.txt
      *          con las diferencias abiertas hasta que se cancelan y
      *          lista conciliados, faltantes, sobrantes, depositos
      *          sin segmento y segmentos sin deposito. Un extracto
      *          de fecha igual o anterior al ultimo aplicado se
      *          rechaza, y las lineas invalidas se listan sin
      *          aplicarse.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCIL_DEPOSITOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-DEPOSITOS
               ASSIGN TO "../parametros-depositos.txt"
               ORGANIZATION is line sequential.

           SELECT FILIALES ASSIGN TO "../filiales.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL EXTRACTO-BANCO
               ASSIGN TO "../extracto-banco.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL SEGMENTOS-PROC
               ASSIGN TO "../SEGMENTOS-PROC.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HISTORIA
               ASSIGN TO "..\HISTORIA-TRANS.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL LIBRO-DEPOSITOS
               ASSIGN TO "..\CONCIL-DEPOSITOS.txt"
               ORGANIZATION is line sequential.

           SELECT LISTADO-DEPOSITOS
               ASSIGN TO "..\LISTADO-DEPOSITOS.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-DEPOSITOS.
       01  pdep-reg.
           03 pdep-fecha-proceso pic 9(8).
           03 pdep-fecha-desde pic 9(8).
           03 pdep-fecha-hasta pic 9(8).
           03 pdep-tolerancia pic 9(5)v99.
           03 pdep-dias-limite pic 9(3).
           03 pdep-tipos.
               05 pdep-tipo OCCURS 10 TIMES pic x.

       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9.
           03 fil-nombre pic x(20).
           03 fil-estado pic x.
           03 fil-obligada pic x.

       FD  EXTRACTO-BANCO.
       01  ext-cab-reg.
           03 ext-cab-tipo pic x.
           03 ext-cab-fecha pic 9(8).
       01  ext-reg.
           03 ext-filial pic 9.
           03 ext-fecha pic 9(8).
           03 ext-importe pic 9(9)v99.

       FD  SEGMENTOS-PROC.
       01  spr-reg.
           03 spr-filial pic 9.
           03 spr-fecha pic 9(8).

       FD  HISTORIA.
       01  his-reg.
           03 his-filial pic 9.
           03 his-fecha pic 9(8).
           03 his-socio pic 9(4).
           03 his-movtipo pic x.
           03 his-importe pic s9(7)v99.
           03 his-ts pic x(14).
           03 his-rev pic x.
           03 his-fecha-orig pic 9(8).

       FD  LIBRO-DEPOSITOS.
       01  cdp-reg.
           03 cdp-filial pic 9.
           03 cdp-fecha pic 9(8).
           03 cdp-aceptado pic s9(9)v99.
           03 cdp-depositado pic s9(9)v99.
           03 cdp-con-segmento pic 9.
           03 cdp-estado pic x.
           03 cdp-fecha-conc pic 9(8).
           03 cdp-ult-extracto pic 9(8).
      * Registro de control (filial cero): fecha del ultimo extracto
      * aplicado, se conserva aunque sus partidas se den de baja.
       01  cdp-ctl-reg.
           03 cdp-ctl-filial pic 9.
           03 cdp-ctl-ult-extracto pic 9(8).

       FD  LISTADO-DEPOSITOS.
       01  lin-deposito pic x(132).

       WORKING-STORAGE SECTION.
       01  cabecera-dep.
           03 filler pic x(20) value spaces.
           03 filler pic x(42)
               value "CONCILIACION DE DEPOSITOS DE FILIALES  AL ".
           03 l-dep-fecha pic 9(8).

       01  cabecera-dep2.
           03 filler pic x(20) value spaces.
           03 filler pic x(8) value "VENTANA ".
           03 l-dep-desde pic 9(8).
           03 filler pic x(3) value " A ".
           03 l-dep-hasta pic 9(8).
           03 filler pic x(4) value spaces.
           03 filler pic x(11) value "TOLERANCIA ".
           03 l-dep-tolerancia pic z(4)9,99.
           03 filler pic x(4) value spaces.
           03 filler pic x(9) value "EXTRACTO ".
           03 l-dep-extracto pic 9(8).

       01  titulo-seccion.
           03 filler pic x(3) value "== ".
           03 l-sec-titulo pic x(30).

       01  titulo-dep.
           03 filler pic x(4) value "FIL".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(10) value "FECHA".
           03 filler pic x(16) value "        ACEPTADO".
           03 filler pic x(16) value "      DEPOSITADO".
           03 filler pic x(16) value "      DIFERENCIA".
           03 filler pic x(6) value "  DIAS".
           03 filler pic x(2) value spaces.
           03 filler pic x(28) value "OBSERVACION".

       01  linea-dep.
           03 l-dep-filial pic 9.
           03 filler pic x(3) value spaces.
           03 l-dep-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 l-dep-fec pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-dep-aceptado pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 l-dep-depositado pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 l-dep-diferencia pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 l-dep-dias pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-dep-obs pic x(28).

       01  linea-sec-tot.
           03 filler pic x(26) value spaces.
           03 filler pic x(10) value "SUBTOTAL ".
           03 l-sec-aceptado pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 l-sec-depositado pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 l-sec-diferencia pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 l-sec-cant pic zzz9.

       01  linea-ext-rch.
           03 filler pic x(4) value spaces.
           03 l-ext-registro pic x(20).
           03 filler pic x(4) value spaces.
           03 l-ext-motivo pic x(30).

       01  linea-ext-tot.
           03 filler pic x(26) value spaces.
           03 filler pic x(10) value "RECHAZADAS".
           03 filler pic x(1) value space.
           03 l-ext-cant pic zzz9.

       01  guarda-dep.
           03 filler pic x(132) value all "*".

       01  linea-tot-dep.
           03 filler pic x(12) value "CONCILIADOS=".
           03 l-tot-conc pic zzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(11) value "FALTANTES=".
           03 l-tot-falt pic zzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "SOBRANTES=".
           03 l-tot-sobr pic zzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(14) value "SIN SEGMENTO=".
           03 l-tot-sinseg pic zzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(14) value "SIN DEPOSITO=".
           03 l-tot-sindep pic zzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "VENCIDOS=".
           03 l-tot-venc pic zzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "RECHAZADAS=".
           03 l-tot-rchext pic zzzz9.

       01  w-flag-fil pic 9.
       01  w-flag-ext pic 9.
       01  w-flag-spr pic 9.
       01  w-flag-his pic 9.
       01  w-flag-lib pic 9.
       01  w-fecha-proceso pic 9(8).
       01  w-fecha-extracto pic 9(8) value zero.
       01  w-ult-extracto pic 9(8) value zero.
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-tolerancia pic 9(5)v99.
       01  w-dias-limite pic 9(3).
       01  w-todos-tipos pic 9.
       01  w-tipo-ok pic 9.
       01  w-idx pic 99.
       01  w-tabla-fil-nombre.
           03 w-fil-nombre OCCURS 9 TIMES pic x(20).

       01  w-dep-cant pic 9(3) value zero.
       01  w-dep-idx pic 9(4).
       01  w-dep-hallado pic 9.
       01  w-dep-filial-busca pic 9.
       01  w-dep-fecha-busca pic 9(8).
      * Estados del libro: C conciliado, F faltante, S sobrante,
      * X deposito sin segmento, D segmento sin deposito.
       01  w-tabla-depositos.
           03 w-dep-entrada OCCURS 999 TIMES.
               05 w-dep-filial pic 9.
               05 w-dep-fecha pic 9(8).
               05 w-dep-aceptado pic s9(9)v99.
               05 w-dep-depositado pic s9(9)v99.
               05 w-dep-con-segmento pic 9.
               05 w-dep-estado pic x.
               05 w-dep-fecha-conc pic 9(8).
               05 w-dep-ult-extracto pic 9(8).
       01  w-dep-diferencia pic s9(9)v99.
       01  w-dep-dif-abs pic s9(9)v99.

       01  w-sec-idx pic 9.
       01  w-tabla-secciones.
           03 w-sec-entrada OCCURS 5 TIMES.
               05 w-sec-estado pic x.
               05 w-sec-titulo pic x(30).
       01  w-sec-cant pic 9(4).
       01  w-sec-aceptado pic s9(11)v99.
       01  w-sec-depositado pic s9(11)v99.
       01  w-sec-diferencia pic s9(11)v99.

      * Antiguedad aproximada en base 30/360, igual que CONCIL_GL.
       01  w-fecha-aaaammdd.
           03 w-fec-ano pic 9(4).
           03 w-fec-mes pic 9(2).
           03 w-fec-dia pic 9(2).
       01  w-dias-a pic s9(8).
       01  w-dias-b pic s9(8).
       01  w-dias-dif pic s9(8).

       01  w-cont-conc pic 9(5) value zero.
       01  w-cont-falt pic 9(5) value zero.
       01  w-cont-sobr pic 9(5) value zero.
       01  w-cont-sinseg pic 9(5) value zero.
       01  w-cont-sindep pic 9(5) value zero.
       01  w-cont-venc pic 9(5) value zero.
       01  w-cont-rchext pic 9(5) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-FILIALES.
           PERFORM 200-CARGAR-LIBRO.
           PERFORM 250-VERIFICAR-EXTRACTO.
           PERFORM 300-RECALCULAR-ACEPTADO.
           PERFORM 590-INICIO-LISTADO.
           PERFORM 400-APLICAR-EXTRACTO.
           PERFORM 500-CLASIFICAR.
           PERFORM 600-LISTAR.
           PERFORM 700-REGRABAR-LIBRO.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT PARAM-DEPOSITOS.
           READ PARAM-DEPOSITOS
               AT END
                   DISPLAY "PARAM-DEPOSITOS vacio o inexistente "
                       "- ABORTANDO"
                   CLOSE PARAM-DEPOSITOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE pdep-fecha-proceso TO w-fecha-proceso.
           MOVE pdep-fecha-desde TO w-fecha-desde.
           MOVE pdep-fecha-hasta TO w-fecha-hasta.
           IF pdep-tolerancia IS NUMERIC
               MOVE pdep-tolerancia TO w-tolerancia
           ELSE
               MOVE ZERO TO w-tolerancia
           END-IF.
           IF pdep-dias-limite IS NUMERIC
               MOVE pdep-dias-limite TO w-dias-limite
           ELSE
               MOVE ZERO TO w-dias-limite
           END-IF.
           IF pdep-tipos = SPACES
               MOVE 1 TO w-todos-tipos
           ELSE
               MOVE ZERO TO w-todos-tipos
           END-IF.
           CLOSE PARAM-DEPOSITOS.
           MOVE "C" TO w-sec-estado(1).
           MOVE "CONCILIADOS" TO w-sec-titulo(1).
           MOVE "F" TO w-sec-estado(2).
           MOVE "DEPOSITOS FALTANTES" TO w-sec-titulo(2).
           MOVE "S" TO w-sec-estado(3).
           MOVE "DEPOSITOS SOBRANTES" TO w-sec-titulo(3).
           MOVE "X" TO w-sec-estado(4).
           MOVE "DEPOSITOS SIN SEGMENTO" TO w-sec-titulo(4).
           MOVE "D" TO w-sec-estado(5).
           MOVE "SEGMENTOS SIN DEPOSITO" TO w-sec-titulo(5).

       150-CARGAR-FILIALES.
           MOVE ZERO TO w-flag-fil.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE SPACES TO w-fil-nombre(w-idx)
           END-PERFORM.
           OPEN INPUT FILIALES.
           PERFORM 155-LEER-FILIALES.
           PERFORM UNTIL w-flag-fil = 1
               IF fil-codigo NOT = ZERO
                   MOVE fil-nombre TO w-fil-nombre(fil-codigo)
               END-IF
               PERFORM 155-LEER-FILIALES
           END-PERFORM.
           CLOSE FILIALES.

       155-LEER-FILIALES.
           READ FILIALES AT END MOVE 1 TO w-flag-fil.

       200-CARGAR-LIBRO.
           MOVE ZERO TO w-flag-lib.
           OPEN INPUT LIBRO-DEPOSITOS.
           PERFORM 210-LEER-LIBRO.
           PERFORM UNTIL w-flag-lib = 1
               IF cdp-ctl-filial = ZERO
                   MOVE cdp-ctl-ult-extracto TO w-ult-extracto
               ELSE
                   PERFORM 205-CARGAR-PARTIDA
               END-IF
               PERFORM 210-LEER-LIBRO
           END-PERFORM.
           CLOSE LIBRO-DEPOSITOS.

       205-CARGAR-PARTIDA.
           IF w-dep-cant = 999
               DISPLAY "TABLA DEPOSITOS LLENA - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-dep-cant.
           MOVE cdp-filial TO w-dep-filial(w-dep-cant).
           MOVE cdp-fecha TO w-dep-fecha(w-dep-cant).
           MOVE cdp-aceptado TO w-dep-aceptado(w-dep-cant).
           MOVE cdp-depositado TO w-dep-depositado(w-dep-cant).
           MOVE cdp-con-segmento
             TO w-dep-con-segmento(w-dep-cant).
           MOVE cdp-estado TO w-dep-estado(w-dep-cant).
           MOVE cdp-fecha-conc TO w-dep-fecha-conc(w-dep-cant).
           MOVE cdp-ult-extracto
             TO w-dep-ult-extracto(w-dep-cant).

       210-LEER-LIBRO.
           READ LIBRO-DEPOSITOS AT END MOVE 1 TO w-flag-lib.

      * Un extracto ya aplicado no se vuelve a sumar: los creditos
      * son acumulativos y una segunda pasada duplicaria lo
      * depositado. El extracto se identifica por la fecha de su
      * cabecera, no por la de proceso; los extractos llegan en
      * orden, asi que uno de fecha igual o anterior al ultimo
      * aplicado se rechaza. Sin archivo de extracto no se aplica
      * nada. Para reprocesar se repone el libro de resguardo.
       250-VERIFICAR-EXTRACTO.
           MOVE ZERO TO w-flag-ext.
           OPEN INPUT EXTRACTO-BANCO.
           PERFORM 410-LEER-EXTRACTO.
           IF w-flag-ext = ZERO
               IF ext-cab-tipo NOT = "H"
               OR ext-cab-fecha NOT NUMERIC
               OR ext-cab-fecha = ZERO
                   DISPLAY "EXTRACTO SIN CABECERA VALIDA - ABORTANDO"
                   CLOSE EXTRACTO-BANCO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ext-cab-fecha TO w-fecha-extracto
               IF w-fecha-extracto <= w-ult-extracto
                   DISPLAY "EXTRACTO DEL " w-fecha-extracto
                       " YA APLICADO (ULTIMO " w-ult-extracto
                       ") - ABORTANDO"
                   CLOSE EXTRACTO-BANCO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Deja w-dep-idx en la partida filial/fecha buscada; si no
      * existe la agrega vacia.
       220-UBICAR-PARTIDA.
           MOVE ZERO TO w-dep-hallado.
           MOVE 1 TO w-dep-idx.
           PERFORM UNTIL w-dep-hallado = 1
           OR w-dep-idx > w-dep-cant
               IF w-dep-filial(w-dep-idx) = w-dep-filial-busca
               AND w-dep-fecha(w-dep-idx) = w-dep-fecha-busca
                   MOVE 1 TO w-dep-hallado
               ELSE
                   ADD 1 TO w-dep-idx
               END-IF
           END-PERFORM.
           IF w-dep-hallado = ZERO
               IF w-dep-cant = 999
                   DISPLAY "TABLA DEPOSITOS LLENA - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-dep-cant
               MOVE w-dep-cant TO w-dep-idx
               MOVE w-dep-filial-busca TO w-dep-filial(w-dep-idx)
               MOVE w-dep-fecha-busca TO w-dep-fecha(w-dep-idx)
               MOVE ZERO TO w-dep-aceptado(w-dep-idx)
               MOVE ZERO TO w-dep-depositado(w-dep-idx)
               MOVE ZERO TO w-dep-con-segmento(w-dep-idx)
               MOVE SPACE TO w-dep-estado(w-dep-idx)
               MOVE ZERO TO w-dep-fecha-conc(w-dep-idx)
               MOVE ZERO TO w-dep-ult-extracto(w-dep-idx)
           END-IF.

      * Lo aceptado dentro de la ventana se recalcula siempre desde
      * SEGMENTOS-PROC e HISTORIA, asi un reverso posterior queda
      * reflejado. Fuera de la ventana se conserva lo del libro,
      * porque HISTORIA puede estar ya archivada.
       300-RECALCULAR-ACEPTADO.
           PERFORM VARYING w-dep-idx FROM 1 BY 1
           UNTIL w-dep-idx > w-dep-cant
               IF w-dep-fecha(w-dep-idx) >= w-fecha-desde
               AND w-dep-fecha(w-dep-idx) <= w-fecha-hasta
                   MOVE ZERO TO w-dep-aceptado(w-dep-idx)
                   MOVE ZERO TO w-dep-con-segmento(w-dep-idx)
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-flag-spr.
           OPEN INPUT SEGMENTOS-PROC.
           PERFORM 310-LEER-SEGMENTOS-PROC.
           PERFORM UNTIL w-flag-spr = 1
               IF spr-fecha >= w-fecha-desde
               AND spr-fecha <= w-fecha-hasta
                   MOVE spr-filial TO w-dep-filial-busca
                   MOVE spr-fecha TO w-dep-fecha-busca
                   PERFORM 220-UBICAR-PARTIDA
                   MOVE 1 TO w-dep-con-segmento(w-dep-idx)
               END-IF
               PERFORM 310-LEER-SEGMENTOS-PROC
           END-PERFORM.
           CLOSE SEGMENTOS-PROC.
           MOVE ZERO TO w-flag-his.
           OPEN INPUT HISTORIA.
           PERFORM 320-LEER-HISTORIA.
           PERFORM UNTIL w-flag-his = 1
               IF his-fecha >= w-fecha-desde
               AND his-fecha <= w-fecha-hasta
                   PERFORM 330-VERIFICAR-TIPO
                   IF w-tipo-ok = 1
                       MOVE his-filial TO w-dep-filial-busca
                       MOVE his-fecha TO w-dep-fecha-busca
                       PERFORM 220-UBICAR-PARTIDA
                       MOVE 1 TO w-dep-con-segmento(w-dep-idx)
                       ADD his-importe TO w-dep-aceptado(w-dep-idx)
                   END-IF
               END-IF
               PERFORM 320-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA.

       310-LEER-SEGMENTOS-PROC.
           READ SEGMENTOS-PROC AT END MOVE 1 TO w-flag-spr.

       320-LEER-HISTORIA.
           READ HISTORIA AT END MOVE 1 TO w-flag-his.

      * Solo los tipos de cobranza en efectivo van al banco; con la
      * lista en blanco se toman todos.
       330-VERIFICAR-TIPO.
           IF w-todos-tipos = 1
               MOVE 1 TO w-tipo-ok
           ELSE
               MOVE ZERO TO w-tipo-ok
               PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 10
                   IF pdep-tipo(w-idx) NOT = SPACE
                   AND pdep-tipo(w-idx) = his-movtipo
                       MOVE 1 TO w-tipo-ok
                   END-IF
               END-PERFORM
           END-IF.

      * El extracto ya esta abierto y con la cabecera leida (250).
      * Las lineas invalidas se listan y no se suman.
       400-APLICAR-EXTRACTO.
           MOVE SPACES TO lin-deposito.
           WRITE lin-deposito.
           MOVE "LINEAS DE EXTRACTO RECHAZADAS" TO l-sec-titulo.
           MOVE titulo-seccion TO lin-deposito.
           WRITE lin-deposito.
           IF w-flag-ext = ZERO
               PERFORM 410-LEER-EXTRACTO
           END-IF.
           PERFORM UNTIL w-flag-ext = 1
               PERFORM 420-VALIDAR-LINEA
               IF l-ext-motivo = SPACES
                   MOVE ext-filial TO w-dep-filial-busca
                   MOVE ext-fecha TO w-dep-fecha-busca
                   PERFORM 220-UBICAR-PARTIDA
                   ADD ext-importe TO w-dep-depositado(w-dep-idx)
                   MOVE w-fecha-extracto
                     TO w-dep-ult-extracto(w-dep-idx)
               ELSE
                   ADD 1 TO w-cont-rchext
                   MOVE ext-reg TO l-ext-registro
                   MOVE linea-ext-rch TO lin-deposito
                   WRITE lin-deposito
               END-IF
               PERFORM 410-LEER-EXTRACTO
           END-PERFORM.
           CLOSE EXTRACTO-BANCO.
           IF w-fecha-extracto NOT = ZERO
               MOVE w-fecha-extracto TO w-ult-extracto
           END-IF.
           MOVE w-cont-rchext TO l-ext-cant.
           MOVE linea-ext-tot TO lin-deposito.
           WRITE lin-deposito.

       410-LEER-EXTRACTO.
           READ EXTRACTO-BANCO AT END MOVE 1 TO w-flag-ext.

       420-VALIDAR-LINEA.
           MOVE SPACES TO l-ext-motivo.
           EVALUATE TRUE
               WHEN ext-filial NOT NUMERIC OR ext-filial = ZERO
                   MOVE "FILIAL INVALIDA" TO l-ext-motivo
               WHEN ext-fecha NOT NUMERIC OR ext-fecha = ZERO
                   MOVE "FECHA INVALIDA" TO l-ext-motivo
               WHEN ext-importe NOT NUMERIC
                   MOVE "IMPORTE INVALIDO" TO l-ext-motivo
           END-EVALUATE.

       500-CLASIFICAR.
           PERFORM VARYING w-dep-idx FROM 1 BY 1
           UNTIL w-dep-idx > w-dep-cant
               PERFORM 510-CLASIFICAR-PARTIDA
           END-PERFORM.

       510-CLASIFICAR-PARTIDA.
           COMPUTE w-dep-diferencia = w-dep-depositado(w-dep-idx)
               - w-dep-aceptado(w-dep-idx).
           IF w-dep-diferencia < ZERO
               COMPUTE w-dep-dif-abs = w-dep-diferencia * -1
           ELSE
               MOVE w-dep-diferencia TO w-dep-dif-abs
           END-IF.
           IF w-dep-con-segmento(w-dep-idx) = ZERO
               MOVE "X" TO w-dep-estado(w-dep-idx)
           ELSE
               IF w-dep-dif-abs <= w-tolerancia
                   IF w-dep-estado(w-dep-idx) NOT = "C"
                       MOVE w-fecha-proceso
                         TO w-dep-fecha-conc(w-dep-idx)
                   END-IF
                   MOVE "C" TO w-dep-estado(w-dep-idx)
               ELSE
                   MOVE ZERO TO w-dep-fecha-conc(w-dep-idx)
                   IF w-dep-depositado(w-dep-idx) = ZERO
                       MOVE "D" TO w-dep-estado(w-dep-idx)
                   ELSE
                       IF w-dep-diferencia < ZERO
                           MOVE "F" TO w-dep-estado(w-dep-idx)
                       ELSE
                           MOVE "S" TO w-dep-estado(w-dep-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       550-CALCULAR-DIAS.
           MOVE w-fecha-proceso TO w-fecha-aaaammdd.
           COMPUTE w-dias-a = w-fec-ano * 360
               + w-fec-mes * 30 + w-fec-dia.
           MOVE w-dep-fecha(w-dep-idx) TO w-fecha-aaaammdd.
           COMPUTE w-dias-b = w-fec-ano * 360
               + w-fec-mes * 30 + w-fec-dia.
           COMPUTE w-dias-dif = w-dias-a - w-dias-b.
           IF w-dias-dif < ZERO
               MOVE ZERO TO w-dias-dif
           END-IF.

       590-INICIO-LISTADO.
           OPEN OUTPUT LISTADO-DEPOSITOS.
           MOVE w-fecha-proceso TO l-dep-fecha.
           MOVE w-fecha-extracto TO l-dep-extracto.
           MOVE w-fecha-desde TO l-dep-desde.
           MOVE w-fecha-hasta TO l-dep-hasta.
           MOVE w-tolerancia TO l-dep-tolerancia.
           MOVE guarda-dep TO lin-deposito.
           WRITE lin-deposito.
           MOVE cabecera-dep TO lin-deposito.
           WRITE lin-deposito.
           MOVE cabecera-dep2 TO lin-deposito.
           WRITE lin-deposito.
           MOVE guarda-dep TO lin-deposito.
           WRITE lin-deposito.

       600-LISTAR.
           MOVE SPACES TO lin-deposito.
           WRITE lin-deposito.
           MOVE titulo-dep TO lin-deposito.
           WRITE lin-deposito.
           PERFORM VARYING w-sec-idx FROM 1 BY 1 UNTIL w-sec-idx > 5
               PERFORM 610-LISTAR-SECCION
           END-PERFORM.

       610-LISTAR-SECCION.
           MOVE ZERO TO w-sec-cant.
           MOVE ZERO TO w-sec-aceptado.
           MOVE ZERO TO w-sec-depositado.
           MOVE ZERO TO w-sec-diferencia.
           MOVE SPACES TO lin-deposito.
           WRITE lin-deposito.
           MOVE w-sec-titulo(w-sec-idx) TO l-sec-titulo.
           MOVE titulo-seccion TO lin-deposito.
           WRITE lin-deposito.
           PERFORM VARYING w-dep-idx FROM 1 BY 1
           UNTIL w-dep-idx > w-dep-cant
               IF w-dep-estado(w-dep-idx) = w-sec-estado(w-sec-idx)
                   PERFORM 620-LISTAR-PARTIDA
               END-IF
           END-PERFORM.
           MOVE w-sec-aceptado TO l-sec-aceptado.
           MOVE w-sec-depositado TO l-sec-depositado.
           MOVE w-sec-diferencia TO l-sec-diferencia.
           MOVE w-sec-cant TO l-sec-cant.
           MOVE linea-sec-tot TO lin-deposito.
           WRITE lin-deposito.

       620-LISTAR-PARTIDA.
           ADD 1 TO w-sec-cant.
           COMPUTE w-dep-diferencia = w-dep-depositado(w-dep-idx)
               - w-dep-aceptado(w-dep-idx).
           ADD w-dep-aceptado(w-dep-idx) TO w-sec-aceptado.
           ADD w-dep-depositado(w-dep-idx) TO w-sec-depositado.
           ADD w-dep-diferencia TO w-sec-diferencia.
           MOVE w-dep-filial(w-dep-idx) TO l-dep-filial.
           IF w-dep-filial(w-dep-idx) = ZERO
               MOVE SPACES TO l-dep-nombre
           ELSE
               MOVE w-fil-nombre(w-dep-filial(w-dep-idx))
                 TO l-dep-nombre
           END-IF.
           MOVE w-dep-fecha(w-dep-idx) TO l-dep-fec.
           MOVE w-dep-aceptado(w-dep-idx) TO l-dep-aceptado.
           MOVE w-dep-depositado(w-dep-idx) TO l-dep-depositado.
           MOVE w-dep-diferencia TO l-dep-diferencia.
           MOVE SPACES TO l-dep-obs.
           EVALUATE w-dep-estado(w-dep-idx)
               WHEN "C"
                   ADD 1 TO w-cont-conc
                   MOVE ZERO TO l-dep-dias
                   IF w-dep-fecha-conc(w-dep-idx) = w-fecha-proceso
                       MOVE "CONCILIADO EN ESTA CORRIDA" TO l-dep-obs
                   END-IF
               WHEN OTHER
                   PERFORM 550-CALCULAR-DIAS
                   MOVE w-dias-dif TO l-dep-dias
                   PERFORM 630-CONTAR-ABIERTA
           END-EVALUATE.
           MOVE linea-dep TO lin-deposito.
           WRITE lin-deposito.

       630-CONTAR-ABIERTA.
           EVALUATE w-dep-estado(w-dep-idx)
               WHEN "F"
                   ADD 1 TO w-cont-falt
                   MOVE "DEPOSITO MENOR A LO ACEPTADO" TO l-dep-obs
               WHEN "S"
                   ADD 1 TO w-cont-sobr
                   MOVE "DEPOSITO MAYOR A LO ACEPTADO" TO l-dep-obs
               WHEN "X"
                   ADD 1 TO w-cont-sinseg
                   MOVE "SIN SEGMENTO ACEPTADO" TO l-dep-obs
               WHEN OTHER
                   ADD 1 TO w-cont-sindep
                   IF w-dias-limite > ZERO
                   AND w-dias-dif > w-dias-limite
                       ADD 1 TO w-cont-venc
                       MOVE "PENDIENTE VENCIDO" TO l-dep-obs
                   ELSE
                       MOVE "PENDIENTE DE DEPOSITO" TO l-dep-obs
                   END-IF
           END-EVALUATE.

      * Las partidas conciliadas que ya quedaron fuera de la ventana
      * no pueden volver a cambiar y se dan de baja del libro; todo
      * lo abierto se arrastra hasta que se cancele.
       700-REGRABAR-LIBRO.
           OPEN OUTPUT LIBRO-DEPOSITOS.
           MOVE ZERO TO cdp-ctl-filial.
           MOVE w-ult-extracto TO cdp-ctl-ult-extracto.
           WRITE cdp-ctl-reg.
           PERFORM VARYING w-dep-idx FROM 1 BY 1
           UNTIL w-dep-idx > w-dep-cant
               IF w-dep-estado(w-dep-idx) = "C"
               AND w-dep-fecha(w-dep-idx) < w-fecha-desde
                   CONTINUE
               ELSE
                   PERFORM 710-GRABAR-PARTIDA
               END-IF
           END-PERFORM.
           CLOSE LIBRO-DEPOSITOS.

       710-GRABAR-PARTIDA.
           MOVE w-dep-filial(w-dep-idx) TO cdp-filial.
           MOVE w-dep-fecha(w-dep-idx) TO cdp-fecha.
           MOVE w-dep-aceptado(w-dep-idx) TO cdp-aceptado.
           MOVE w-dep-depositado(w-dep-idx) TO cdp-depositado.
           MOVE w-dep-con-segmento(w-dep-idx) TO cdp-con-segmento.
           MOVE w-dep-estado(w-dep-idx) TO cdp-estado.
           MOVE w-dep-fecha-conc(w-dep-idx) TO cdp-fecha-conc.
           MOVE w-dep-ult-extracto(w-dep-idx) TO cdp-ult-extracto.
           WRITE cdp-reg.

       900-FIN.
           MOVE w-cont-conc TO l-tot-conc.
           MOVE w-cont-falt TO l-tot-falt.
           MOVE w-cont-sobr TO l-tot-sobr.
           MOVE w-cont-sinseg TO l-tot-sinseg.
           MOVE w-cont-sindep TO l-tot-sindep.
           MOVE w-cont-venc TO l-tot-venc.
           MOVE w-cont-rchext TO l-tot-rchext.
           MOVE guarda-dep TO lin-deposito.
           WRITE lin-deposito.
           MOVE linea-tot-dep TO lin-deposito.
           WRITE lin-deposito.
           DISPLAY linea-tot-dep.
           CLOSE LISTADO-DEPOSITOS.
           IF w-cont-falt > ZERO OR w-cont-sobr > ZERO
           OR w-cont-sinseg > ZERO OR w-cont-venc > ZERO
           OR w-cont-rchext > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM CONCIL_DEPOSITOS.
