      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificado anual por socio de todo lo cobrado y
      *          pagado en el anio (incluye cuotas e intereses que
      *          genera CIERRE_MENSUAL): a partir de HISTORIA-TRANS y
      *          de los archivos anuales de CIERRE_PERIODO arma por
      *          socio los totales por tipo de movimiento (con la
      *          descripcion de cuentas-gl.txt), los totales por
      *          filial y el saldo inicial y final del anio. El saldo
      *          final sale de TRANS-ACT descontando los movimientos
      *          posteriores al anio. Una hoja de control al final
      *          cuadra el saldo inicial asi obtenido contra la suma
      *          de la historia anterior al anio (como arma el saldo
      *          VERIF_SALDOS), por socio y en total, y, si el
      *          acumulado anual todavia es el del anio certificado,
      *          los totales por filial contra tra-fil-ydt.
      *          Con socio informado en parametros se reimprime solo
      *          el certificado de ese socio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO_ANUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-CERTIF ASSIGN TO "../parametros-certificado.txt"
               ORGANIZATION is line sequential.

           SELECT CUENTAS-GL ASSIGN TO "../cuentas-gl.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HISTORIA
               ASSIGN TO "..\HISTORIA-TRANS.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HIS-ARCHIVO
               ASSIGN TO DYNAMIC w-arch-anual
               ORGANIZATION is line sequential.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS w-status-socios.

           SELECT arch-sort ASSIGN to "sortcertif".

           SELECT CERTIFICADOS ASSIGN TO "..\CERTIFICADOS-ANUALES.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-CERTIF.
       01  pcer-reg.
           03 pcer-ano pic 9(4).
           03 pcer-socio pic 9(4).
           03 pcer-arch-desde pic 9(4).
           03 pcer-arch-hasta pic 9(4).
           03 pcer-control-ydt pic x.

      * La descripcion es opcional al final del registro; los demas
      * programas que leen cuentas-gl.txt no la usan.
       FD  CUENTAS-GL.
       01  cgl-reg.
           03 cgl-tipo pic x.
           03 cgl-cuenta pic 9(6).
           03 cgl-natur pic x.
           03 cgl-descripcion pic x(20).

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

       FD  HIS-ARCHIVO.
       01  arc-reg.
           03 arc-filial pic 9.
           03 arc-fecha pic 9(8).
           03 arc-socio pic 9(4).
           03 arc-movtipo pic x.
           03 arc-importe pic s9(7)v99.
           03 arc-ts pic x(14).
           03 arc-rev pic x.
           03 arc-fecha-orig pic 9(8).

       FD  Trans-Act.
       01  tra-reg.
           03 tra-socio pic 9(4).
           03 tra-saldo-ant pic S9(9)V99.
           03 tra-importe pic S9(8)V99.
           03 tra-saldo-act pic S9(9)V99.
           03 tra-filial-detalle OCCURS 9 TIMES.
               05 tra-fil-pdt pic S9(8)V99.
               05 tra-fil-ydt pic S9(9)V99.
           03 tra-tipo-detalle OCCURS 10 TIMES.
               05 tra-tipo-importe pic S9(8)V99.

       FD  SOCIOS.
       01  soc-reg.
           03 soc-codigo pic 9(4).
           03 soc-estado pic x.
           03 soc-nombre pic x(30).
           03 soc-limite pic 9(7)v99.

       SD  arch-sort.
       01  srt-reg.
           03 srt-socio pic 9(4).
           03 srt-fecha pic 9(8).
           03 srt-filial pic 9.
           03 srt-movtipo pic x.
           03 srt-importe pic s9(7)v99.

       FD  CERTIFICADOS.
       01  lin-certif pic x(100).

       WORKING-STORAGE SECTION.
       01  guarda-cer.
           03 filler pic x(100) value all "*".

       01  guarda-cer2.
           03 filler pic x(100) value all "-".

       01  cabecera-cer.
           03 filler pic x(20) value spaces.
           03 filler pic x(46)
               value "CERTIFICADO ANUAL DE MOVIMIENTOS Y CARGOS ANIO".
           03 filler pic x value space.
           03 l-cer-ano pic 9(4).

       01  linea-cer-socio.
           03 filler pic x(6) value "SOCIO ".
           03 l-cer-socio pic z(3)9.
           03 filler pic x(3) value spaces.
           03 l-cer-nombre pic x(30).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "ESTADO ".
           03 l-cer-estado pic x.
           03 filler pic x(3) value spaces.
           03 l-cer-aviso pic x(20).

       01  linea-cer-saldo.
           03 l-cer-saldo-texto pic x(20).
           03 l-cer-saldo-fecha.
               05 l-cer-saldo-ddmm pic x(6).
               05 l-cer-saldo-ano pic 9(4).
           03 filler pic x(4) value spaces.
           03 l-cer-saldo pic z(9)9,99-.

       01  titulo-cer-tipo.
           03 filler pic x(5) value spaces.
           03 filler pic x(6) value "TIPO".
           03 filler pic x(22) value "DESCRIPCION".
           03 filler pic x(8) value "CUENTA".
           03 filler pic x(8) value "  CANT".
           03 filler pic x(14) value "       IMPORTE".

       01  linea-cer-tipo.
           03 filler pic x(5) value spaces.
           03 l-ctp-tipo pic x.
           03 filler pic x(5) value spaces.
           03 l-ctp-desc pic x(20).
           03 filler pic x(2) value spaces.
           03 l-ctp-cuenta pic x(6).
           03 filler pic x(2) value spaces.
           03 l-ctp-cant pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-ctp-importe pic z(9)9,99-.

       01  titulo-cer-fil.
           03 filler pic x(5) value spaces.
           03 filler pic x(41) value "FILIAL".
           03 filler pic x(8) value "  CANT".
           03 filler pic x(14) value "       IMPORTE".

       01  linea-cer-fil.
           03 filler pic x(5) value spaces.
           03 l-cfl-filial pic 9.
           03 filler pic x(41) value spaces.
           03 l-cfl-cant pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-cfl-importe pic z(9)9,99-.

       01  linea-cer-total.
           03 filler pic x(5) value spaces.
           03 filler pic x(42) value "TOTAL MOVIMIENTOS DEL ANIO".
           03 l-ctt-cant pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-ctt-importe pic z(9)9,99-.

       01  cabecera-ctl.
           03 filler pic x(20) value spaces.
           03 filler pic x(47)
               value "HOJA DE CONTROL DE CERTIFICADOS ANUALES    ANIO".
           03 filler pic x value space.
           03 l-ctl-ano pic 9(4).

       01  linea-ctl-cant.
           03 filler pic x(20) value "SOCIOS CERTIFICADOS=".
           03 l-ctl-socios pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(14) value "SIN TRANS-ACT=".
           03 l-ctl-sin-tra pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "SOCIO=".
           03 l-ctl-sel pic x(5).
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "DIF SALDO INI=".
           03 l-ctl-dif-ini pic zzzzz9.

       01  titulo-ctl-fil.
           03 filler pic x(5) value spaces.
           03 filler pic x(8) value "FILIAL".
           03 filler pic x(16) value "  HISTORIA ANIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "   TRANS-ACT YDT".
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "      DIFERENCIA".

       01  linea-ctl-fil.
           03 filler pic x(5) value spaces.
           03 l-ctf-filial pic 9.
           03 filler pic x(7) value spaces.
           03 l-ctf-historia pic z(11)9,99-.
           03 filler pic x(2) value spaces.
           03 l-ctf-ydt pic z(11)9,99-.
           03 filler pic x(2) value spaces.
           03 l-ctf-dif pic z(11)9,99-.
           03 filler pic x(2) value spaces.
           03 l-ctf-marca pic x(13).

       01  linea-ctl-imp.
           03 l-cti-texto pic x(30).
           03 l-cti-importe pic z(11)9,99-.
           03 filler pic x(2) value spaces.
           03 l-cti-marca pic x(10).

       01  linea-ctl-est.
           03 filler pic x(8) value "CONTROL ".
           03 l-ctl-estado pic x(10).

       01  w-status-act pic xx.
       01  w-status-socios pic xx.
       01  w-arch-anual pic x(30).
       01  w-arch-desde pic 9(4).
       01  w-arch-hasta pic 9(4).
       01  w-arch-ano pic 9(4).
       01  w-flag-arc pic 9.
       01  w-flag-his pic 9.
       01  w-flag-sort pic 9.
       01  w-flag-tra pic 9.
       01  w-flag-cgl pic 9.
       01  w-idx pic 99.
       01  w-idx-tipo pic 99.
       01  w-tipo-idx pic 99.
       01  w-ano pic 9(4).
       01  w-socio-sel pic 9(4).
       01  w-control-ydt pic x.
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).

      * Tipos en el orden de cuentas-gl.txt, igual que CECILIA_OLMOS;
      * la posicion 11 junta los tipos que no figuran en la tabla.
       01  w-gl-map-cant pic 99 value zero.
       01  w-tabla-gl-map.
           03 w-gl-map-entrada OCCURS 11 TIMES.
               05 w-gl-map-tipo pic x.
               05 w-gl-map-cuenta pic x(6).
               05 w-gl-map-desc pic x(20).

       01  w-soc-actual pic 9(4).
       01  w-cer-en-tra pic 9.
       01  w-cer-saldo-act pic s9(9)v99.
       01  w-cer-posterior pic s9(9)v99.
       01  w-cer-anterior pic s9(9)v99.
       01  w-cer-anio pic s9(9)v99.
       01  w-cer-inicial pic s9(9)v99.
       01  w-cer-final pic s9(9)v99.
       01  w-cer-cant pic 9(6).
       01  w-tabla-cer-tipo.
           03 w-cer-tipo OCCURS 11 TIMES.
               05 w-cer-tipo-cant pic 9(6).
               05 w-cer-tipo-imp pic s9(9)v99.
       01  w-tabla-cer-fil.
           03 w-cer-fil OCCURS 9 TIMES.
               05 w-cer-fil-cant pic 9(6).
               05 w-cer-fil-imp pic s9(9)v99.

       01  w-tabla-ctl-tipo.
           03 w-ctl-tipo-imp OCCURS 11 TIMES pic s9(11)v99.
       01  w-tabla-ctl-fil.
           03 w-ctl-fil OCCURS 9 TIMES.
               05 w-ctl-fil-his pic s9(11)v99.
               05 w-ctl-fil-ydt pic s9(11)v99.
       01  w-ctl-inicial pic s9(11)v99 value zero.
       01  w-ctl-anio pic s9(11)v99 value zero.
       01  w-ctl-posterior pic s9(11)v99 value zero.
       01  w-ctl-final pic s9(11)v99 value zero.
       01  w-ctl-anterior pic s9(11)v99 value zero.
       01  w-ctl-suma-tipo pic s9(11)v99 value zero.
       01  w-ctl-suma-fil pic s9(11)v99 value zero.
       01  w-ctl-dif pic s9(11)v99.
       01  w-cont-socios pic 9(6) value zero.
       01  w-cont-sin-tra pic 9(6) value zero.
       01  w-cont-dif pic 9(6) value zero.
       01  w-cont-dif-ini pic 9(6) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT arch-sort ASCENDING srt-socio srt-fecha
           INPUT PROCEDURE is 300-CARGAR-HISTORIA
           OUTPUT PROCEDURE IS 400-CERTIFICAR.
           PERFORM 800-HOJA-CONTROL.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 130-CARGAR-CUENTAS-GL.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > 11
               MOVE ZERO TO w-ctl-tipo-imp(w-idx-tipo)
           END-PERFORM.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE ZERO TO w-ctl-fil-his(w-idx)
               MOVE ZERO TO w-ctl-fil-ydt(w-idx)
           END-PERFORM.
           OPEN OUTPUT CERTIFICADOS.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-CERTIF.
           READ PARAM-CERTIF
               AT END
                   DISPLAY "PARAM-CERTIF vacio o inexistente "
                       "- ABORTANDO"
                   CLOSE PARAM-CERTIF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF pcer-ano IS NUMERIC AND pcer-ano NOT = ZERO
               MOVE pcer-ano TO w-ano
           ELSE
               DISPLAY "ANIO A CERTIFICAR INVALIDO - ABORTANDO"
               CLOSE PARAM-CERTIF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF pcer-socio IS NUMERIC
               MOVE pcer-socio TO w-socio-sel
           ELSE
               MOVE ZERO TO w-socio-sel
           END-IF.
           IF pcer-arch-desde IS NUMERIC
               MOVE pcer-arch-desde TO w-arch-desde
           ELSE
               MOVE ZERO TO w-arch-desde
           END-IF.
           IF pcer-arch-hasta IS NUMERIC
               MOVE pcer-arch-hasta TO w-arch-hasta
           ELSE
               MOVE ZERO TO w-arch-hasta
           END-IF.
           IF pcer-control-ydt = "S"
               MOVE "S" TO w-control-ydt
           ELSE
               MOVE "N" TO w-control-ydt
           END-IF.
           CLOSE PARAM-CERTIF.
           COMPUTE w-fecha-desde = w-ano * 10000 + 0101.
           COMPUTE w-fecha-hasta = w-ano * 10000 + 1231.

       130-CARGAR-CUENTAS-GL.
           MOVE ZERO TO w-flag-cgl.
           MOVE SPACES TO cgl-descripcion.
           OPEN INPUT CUENTAS-GL.
           PERFORM 135-LEER-CUENTAS-GL.
           PERFORM UNTIL w-flag-cgl = 1 OR w-gl-map-cant = 10
               ADD 1 TO w-gl-map-cant
               MOVE cgl-tipo TO w-gl-map-tipo(w-gl-map-cant)
               MOVE cgl-cuenta TO w-gl-map-cuenta(w-gl-map-cant)
               IF cgl-descripcion = SPACES
                   MOVE "SIN DESCRIPCION"
                     TO w-gl-map-desc(w-gl-map-cant)
               ELSE
                   MOVE cgl-descripcion
                     TO w-gl-map-desc(w-gl-map-cant)
               END-IF
               MOVE SPACES TO cgl-descripcion
               PERFORM 135-LEER-CUENTAS-GL
           END-PERFORM.
           CLOSE CUENTAS-GL.
           IF w-gl-map-cant = ZERO
               DISPLAY "CUENTAS-GL vacio o inexistente - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "*" TO w-gl-map-tipo(11).
           MOVE SPACES TO w-gl-map-cuenta(11).
           MOVE "TIPOS SIN CUENTA GL" TO w-gl-map-desc(11).

       135-LEER-CUENTAS-GL.
           READ CUENTAS-GL AT END MOVE 1 TO w-flag-cgl.

       150-BUSCAR-TIPO-MOV.
           MOVE 11 TO w-tipo-idx.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > w-gl-map-cant
               IF w-gl-map-tipo(w-idx-tipo) = srt-movtipo
                   MOVE w-idx-tipo TO w-tipo-idx
                   MOVE w-gl-map-cant TO w-idx-tipo
               END-IF
           END-PERFORM.

      * Se ordena toda la historia: lo posterior al anio lleva el
      * saldo de TRANS-ACT al 31/12 y lo anterior arma, desde cero,
      * el saldo inicial con que se controla ese resultado.
       300-CARGAR-HISTORIA.
           MOVE ZERO TO w-flag-his.
           OPEN INPUT HISTORIA.
           PERFORM 310-LEER-HISTORIA.
           PERFORM UNTIL w-flag-his = 1
               IF w-socio-sel = ZERO OR his-socio = w-socio-sel
                   MOVE his-socio TO srt-socio
                   MOVE his-filial TO srt-filial
                   MOVE his-fecha TO srt-fecha
                   MOVE his-movtipo TO srt-movtipo
                   MOVE his-importe TO srt-importe
                   RELEASE srt-reg
               END-IF
               PERFORM 310-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA.
           IF w-arch-desde NOT = ZERO
               PERFORM VARYING w-arch-ano FROM w-arch-desde BY 1
               UNTIL w-arch-ano > w-arch-hasta
                   PERFORM 320-CARGAR-ARCHIVO-ANUAL
               END-PERFORM
           END-IF.

       310-LEER-HISTORIA.
           READ HISTORIA AT END MOVE 1 TO w-flag-his.

       320-CARGAR-ARCHIVO-ANUAL.
           MOVE SPACES TO w-arch-anual.
           STRING "../HISTORIA-ARCH-" DELIMITED BY SIZE
               w-arch-ano DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO w-arch-anual.
           MOVE ZERO TO w-flag-arc.
           OPEN INPUT HIS-ARCHIVO.
           PERFORM 325-LEER-ARCHIVO-ANUAL.
           PERFORM UNTIL w-flag-arc = 1
               IF w-socio-sel = ZERO OR arc-socio = w-socio-sel
                   MOVE arc-socio TO srt-socio
                   MOVE arc-filial TO srt-filial
                   MOVE arc-fecha TO srt-fecha
                   MOVE arc-movtipo TO srt-movtipo
                   MOVE arc-importe TO srt-importe
                   RELEASE srt-reg
               END-IF
               PERFORM 325-LEER-ARCHIVO-ANUAL
           END-PERFORM.
           CLOSE HIS-ARCHIVO.

       325-LEER-ARCHIVO-ANUAL.
           READ HIS-ARCHIVO AT END MOVE 1 TO w-flag-arc.

      * Mismo apareo que VERIF_SALDOS: socios con movimientos contra
      * TRANS-ACT en orden de socio. En la pasada general se omite el
      * socio cuya historia es toda de anios anteriores y suma cero.
       400-CERTIFICAR.
           MOVE ZERO TO w-flag-sort.
           MOVE ZERO TO w-flag-tra.
           OPEN INPUT Trans-Act.
           IF w-status-act NOT = "00"
               DISPLAY "No se pudo abrir TRANS-ACT, estado="
                   w-status-act " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-status-socios NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS, estado="
                   w-status-socios " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 410-LEER-SORT.
           PERFORM 420-LEER-TRA.
           PERFORM UNTIL w-flag-sort = 1 AND w-flag-tra = 1
               IF w-flag-sort = 1
               OR (w-flag-tra = ZERO AND tra-socio < srt-socio)
                   IF w-socio-sel = ZERO OR tra-socio = w-socio-sel
                       PERFORM 500-SOCIO-SOLO-EN-TRA
                   END-IF
                   PERFORM 420-LEER-TRA
               ELSE
                   PERFORM 430-ACUMULAR-GRUPO
                   IF w-flag-tra = ZERO
                   AND tra-socio = w-soc-actual
                       PERFORM 440-TOMAR-TRANS-ACT
                       PERFORM 420-LEER-TRA
                   ELSE
                       MOVE ZERO TO w-cer-en-tra
                       MOVE ZERO TO w-cer-saldo-act
                   END-IF
                   IF w-socio-sel NOT = ZERO
                   OR w-cer-cant NOT = ZERO
                   OR w-cer-posterior NOT = ZERO
                   OR w-cer-anterior NOT = ZERO
                   OR w-cer-saldo-act NOT = ZERO
                       PERFORM 600-EMITIR-CERTIFICADO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE Trans-Act.
           CLOSE SOCIOS.

       410-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-flag-sort.

       420-LEER-TRA.
           READ Trans-Act AT END MOVE 1 TO w-flag-tra.

       425-INICIO-SOCIO.
           MOVE ZERO TO w-cer-anterior.
           MOVE ZERO TO w-cer-posterior.
           MOVE ZERO TO w-cer-anio.
           MOVE ZERO TO w-cer-cant.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > 11
               MOVE ZERO TO w-cer-tipo-cant(w-idx-tipo)
               MOVE ZERO TO w-cer-tipo-imp(w-idx-tipo)
           END-PERFORM.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE ZERO TO w-cer-fil-cant(w-idx)
               MOVE ZERO TO w-cer-fil-imp(w-idx)
           END-PERFORM.

       430-ACUMULAR-GRUPO.
           MOVE srt-socio TO w-soc-actual.
           PERFORM 425-INICIO-SOCIO.
           PERFORM UNTIL w-flag-sort = 1
           OR srt-socio NOT = w-soc-actual
               PERFORM 435-ACUMULAR-MOVIMIENTO
               PERFORM 410-LEER-SORT
           END-PERFORM.

       435-ACUMULAR-MOVIMIENTO.
           IF srt-fecha < w-fecha-desde
               ADD srt-importe TO w-cer-anterior
           ELSE
               IF srt-fecha > w-fecha-hasta
                   ADD srt-importe TO w-cer-posterior
               ELSE
                   ADD srt-importe TO w-cer-anio
                   ADD 1 TO w-cer-cant
                   PERFORM 150-BUSCAR-TIPO-MOV
                   ADD 1 TO w-cer-tipo-cant(w-tipo-idx)
                   ADD srt-importe TO w-cer-tipo-imp(w-tipo-idx)
                   ADD 1 TO w-cer-fil-cant(srt-filial)
                   ADD srt-importe TO w-cer-fil-imp(srt-filial)
               END-IF
           END-IF.

       440-TOMAR-TRANS-ACT.
           MOVE 1 TO w-cer-en-tra.
           MOVE tra-saldo-act TO w-cer-saldo-act.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               ADD tra-fil-ydt(w-idx) TO w-ctl-fil-ydt(w-idx)
           END-PERFORM.

      * Sin movimientos en la historia cargada: el certificado solo
      * informa el saldo, y en la pasada general se omite si es cero.
       500-SOCIO-SOLO-EN-TRA.
           MOVE tra-socio TO w-soc-actual.
           PERFORM 425-INICIO-SOCIO.
           IF tra-saldo-act NOT = ZERO OR w-socio-sel NOT = ZERO
               PERFORM 440-TOMAR-TRANS-ACT
               PERFORM 600-EMITIR-CERTIFICADO
           END-IF.

       600-EMITIR-CERTIFICADO.
           ADD 1 TO w-cont-socios.
           COMPUTE w-cer-final = w-cer-saldo-act - w-cer-posterior.
           COMPUTE w-cer-inicial = w-cer-final - w-cer-anio.
           PERFORM 610-CABECERA-CERTIFICADO.
           MOVE "SALDO INICIAL AL" TO l-cer-saldo-texto.
           MOVE " 01/01" TO l-cer-saldo-ddmm.
           MOVE w-ano TO l-cer-saldo-ano.
           MOVE w-cer-inicial TO l-cer-saldo.
           MOVE linea-cer-saldo TO lin-certif.
           WRITE lin-certif.
           MOVE guarda-cer2 TO lin-certif.
           WRITE lin-certif.
           MOVE titulo-cer-tipo TO lin-certif.
           WRITE lin-certif.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > 11
               IF w-cer-tipo-cant(w-idx-tipo) NOT = ZERO
                   PERFORM 620-LINEA-TIPO
               END-IF
           END-PERFORM.
           MOVE guarda-cer2 TO lin-certif.
           WRITE lin-certif.
           MOVE titulo-cer-fil TO lin-certif.
           WRITE lin-certif.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               IF w-cer-fil-cant(w-idx) NOT = ZERO
                   PERFORM 630-LINEA-FILIAL
               END-IF
           END-PERFORM.
           MOVE guarda-cer2 TO lin-certif.
           WRITE lin-certif.
           MOVE w-cer-cant TO l-ctt-cant.
           MOVE w-cer-anio TO l-ctt-importe.
           MOVE linea-cer-total TO lin-certif.
           WRITE lin-certif.
           MOVE "SALDO FINAL AL" TO l-cer-saldo-texto.
           MOVE " 31/12" TO l-cer-saldo-ddmm.
           MOVE w-ano TO l-cer-saldo-ano.
           MOVE w-cer-final TO l-cer-saldo.
           MOVE linea-cer-saldo TO lin-certif.
           WRITE lin-certif.
           ADD w-cer-inicial TO w-ctl-inicial.
           ADD w-cer-anio TO w-ctl-anio.
           ADD w-cer-posterior TO w-ctl-posterior.
           ADD w-cer-final TO w-ctl-final.
           ADD w-cer-anterior TO w-ctl-anterior.

       610-CABECERA-CERTIFICADO.
           MOVE w-soc-actual TO soc-codigo.
           READ SOCIOS
               INVALID KEY
                   MOVE "SOCIO NO REGISTRADO" TO soc-nombre
                   MOVE SPACE TO soc-estado
           END-READ.
           MOVE w-ano TO l-cer-ano.
           MOVE w-soc-actual TO l-cer-socio.
           MOVE soc-nombre TO l-cer-nombre.
           MOVE soc-estado TO l-cer-estado.
           IF w-cer-en-tra = 1
               IF w-cer-inicial = w-cer-anterior
                   MOVE SPACES TO l-cer-aviso
               ELSE
                   MOVE "DIF SALDO INICIAL" TO l-cer-aviso
                   ADD 1 TO w-cont-dif-ini
               END-IF
           ELSE
               MOVE "SIN TRANS-ACT" TO l-cer-aviso
               ADD 1 TO w-cont-sin-tra
           END-IF.
           MOVE guarda-cer TO lin-certif.
           WRITE lin-certif.
           MOVE cabecera-cer TO lin-certif.
           WRITE lin-certif.
           MOVE guarda-cer TO lin-certif.
           WRITE lin-certif.
           MOVE linea-cer-socio TO lin-certif.
           WRITE lin-certif.

       620-LINEA-TIPO.
           MOVE w-gl-map-tipo(w-idx-tipo) TO l-ctp-tipo.
           MOVE w-gl-map-desc(w-idx-tipo) TO l-ctp-desc.
           MOVE w-gl-map-cuenta(w-idx-tipo) TO l-ctp-cuenta.
           MOVE w-cer-tipo-cant(w-idx-tipo) TO l-ctp-cant.
           MOVE w-cer-tipo-imp(w-idx-tipo) TO l-ctp-importe.
           MOVE linea-cer-tipo TO lin-certif.
           WRITE lin-certif.
           ADD w-cer-tipo-imp(w-idx-tipo)
             TO w-ctl-tipo-imp(w-idx-tipo).

       630-LINEA-FILIAL.
           MOVE w-idx TO l-cfl-filial.
           MOVE w-cer-fil-cant(w-idx) TO l-cfl-cant.
           MOVE w-cer-fil-imp(w-idx) TO l-cfl-importe.
           MOVE linea-cer-fil TO lin-certif.
           WRITE lin-certif.
           ADD w-cer-fil-imp(w-idx) TO w-ctl-fil-his(w-idx).

      * Cuadres: por tipo y por filial contra el total del anio; el
      * saldo inicial que surge de TRANS-ACT contra la historia
      * anterior al anio, por socio (DIF SALDO INI) y en total; y por
      * filial contra tra-fil-ydt solo si el acumulado anual todavia
      * no fue puesto en cero por el cambio de anio.
       800-HOJA-CONTROL.
           MOVE guarda-cer TO lin-certif.
           WRITE lin-certif.
           MOVE w-ano TO l-ctl-ano.
           MOVE cabecera-ctl TO lin-certif.
           WRITE lin-certif.
           MOVE guarda-cer TO lin-certif.
           WRITE lin-certif.
           MOVE w-cont-socios TO l-ctl-socios.
           MOVE w-cont-sin-tra TO l-ctl-sin-tra.
           MOVE w-cont-dif-ini TO l-ctl-dif-ini.
           IF w-socio-sel = ZERO
               MOVE "TODOS" TO l-ctl-sel
           ELSE
               MOVE w-socio-sel TO l-ctl-sel
           END-IF.
           MOVE linea-ctl-cant TO lin-certif.
           WRITE lin-certif.
           ADD w-cont-sin-tra TO w-cont-dif.
           ADD w-cont-dif-ini TO w-cont-dif.
           MOVE guarda-cer2 TO lin-certif.
           WRITE lin-certif.
           MOVE titulo-ctl-fil TO lin-certif.
           WRITE lin-certif.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               PERFORM 810-CONTROL-FILIAL
           END-PERFORM.
           MOVE guarda-cer2 TO lin-certif.
           WRITE lin-certif.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > 11
               ADD w-ctl-tipo-imp(w-idx-tipo) TO w-ctl-suma-tipo
           END-PERFORM.
           MOVE "MOVIMIENTOS DEL ANIO" TO l-cti-texto.
           MOVE w-ctl-anio TO l-cti-importe.
           MOVE SPACES TO l-cti-marca.
           PERFORM 820-LINEA-CONTROL.
           MOVE "SUMA POR TIPO" TO l-cti-texto.
           MOVE w-ctl-suma-tipo TO l-cti-importe.
           IF w-ctl-suma-tipo = w-ctl-anio
               MOVE "OK" TO l-cti-marca
           ELSE
               MOVE "DIFERENCIA" TO l-cti-marca
               ADD 1 TO w-cont-dif
           END-IF.
           PERFORM 820-LINEA-CONTROL.
           MOVE "SUMA POR FILIAL" TO l-cti-texto.
           MOVE w-ctl-suma-fil TO l-cti-importe.
           IF w-ctl-suma-fil = w-ctl-anio
               MOVE "OK" TO l-cti-marca
           ELSE
               MOVE "DIFERENCIA" TO l-cti-marca
               ADD 1 TO w-cont-dif
           END-IF.
           PERFORM 820-LINEA-CONTROL.
           MOVE guarda-cer2 TO lin-certif.
           WRITE lin-certif.
           MOVE "HISTORIA ANTERIOR AL ANIO" TO l-cti-texto.
           MOVE w-ctl-anterior TO l-cti-importe.
           MOVE SPACES TO l-cti-marca.
           PERFORM 820-LINEA-CONTROL.
           MOVE "SALDOS INICIALES" TO l-cti-texto.
           MOVE w-ctl-inicial TO l-cti-importe.
           IF w-ctl-inicial = w-ctl-anterior
               MOVE "OK" TO l-cti-marca
           ELSE
               MOVE "DIFERENCIA" TO l-cti-marca
               ADD 1 TO w-cont-dif
           END-IF.
           PERFORM 820-LINEA-CONTROL.
           MOVE SPACES TO l-cti-marca.
           MOVE "MOVIMIENTOS DEL ANIO" TO l-cti-texto.
           MOVE w-ctl-anio TO l-cti-importe.
           PERFORM 820-LINEA-CONTROL.
           MOVE "SALDOS FINALES" TO l-cti-texto.
           MOVE w-ctl-final TO l-cti-importe.
           PERFORM 820-LINEA-CONTROL.
           MOVE "MOVIMIENTOS POSTERIORES" TO l-cti-texto.
           MOVE w-ctl-posterior TO l-cti-importe.
           PERFORM 820-LINEA-CONTROL.
           MOVE guarda-cer TO lin-certif.
           WRITE lin-certif.
           IF w-cont-dif = ZERO
               MOVE "OK" TO l-ctl-estado
           ELSE
               MOVE "DIFERENCIA" TO l-ctl-estado
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE linea-ctl-est TO lin-certif.
           WRITE lin-certif.
           DISPLAY linea-ctl-cant.
           DISPLAY linea-ctl-est.

       810-CONTROL-FILIAL.
           ADD w-ctl-fil-his(w-idx) TO w-ctl-suma-fil.
           MOVE w-idx TO l-ctf-filial.
           MOVE w-ctl-fil-his(w-idx) TO l-ctf-historia.
           MOVE w-ctl-fil-ydt(w-idx) TO l-ctf-ydt.
           COMPUTE w-ctl-dif =
               w-ctl-fil-ydt(w-idx) - w-ctl-fil-his(w-idx).
           MOVE w-ctl-dif TO l-ctf-dif.
           IF w-control-ydt NOT = "S"
               MOVE "NO CONTROLADO" TO l-ctf-marca
           ELSE
               IF w-ctl-dif = ZERO
                   MOVE "OK" TO l-ctf-marca
               ELSE
                   MOVE "DIFERENCIA" TO l-ctf-marca
                   ADD 1 TO w-cont-dif
               END-IF
           END-IF.
           MOVE linea-ctl-fil TO lin-certif.
           WRITE lin-certif.

       820-LINEA-CONTROL.
           MOVE linea-ctl-imp TO lin-certif.
           WRITE lin-certif.

       900-FIN.
           CLOSE CERTIFICADOS.
       END PROGRAM CERTIFICADO_ANUAL.
