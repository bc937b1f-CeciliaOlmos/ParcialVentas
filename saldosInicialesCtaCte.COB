      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de saldos iniciales en el registro permanente de
      *          movimientos de cuenta corriente. Compara, partida por
      *          partida, el saldo abierto en CUENTA-CORRIENTE con lo
      *          registrado en movim-ctacte.txt y graba un movimiento
      *          de saldo inicial (tipo "S") por la diferencia, con la
      *          fecha de la partida, de modo que el estado de cuenta
      *          parta del mismo saldo que la cuenta corriente. Se
      *          corre al poner en marcha el registro de movimientos;
      *          vuelto a correr no graba nada si ya estan conciliados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOS-INICIALES-CTACTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-CORRIENTE ASSIGN TO "..\ctacte.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is ctc-clave
               FILE STATUS is w-ctc-status.
           SELECT MOVIMIENTOS-CTACTE ASSIGN TO "..\movim-ctacte.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mcc-status.
           SELECT PARTIDAS-SORT ASSIGN TO "sortwork".
           SELECT LISTADO-SALDOS ASSIGN TO
               PRINTER, "..\impre-saldos-iniciales.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-CORRIENTE.
       01  ctc-reg.
           03 ctc-clave.
               05 ctc-cliente       pic 9(5).
               05 ctc-factura       pic 9(8).
           03 ctc-fecha             pic 9(8).
           03 ctc-saldo             pic s9(10)v99.
       FD  MOVIMIENTOS-CTACTE.
       01  mcc-reg.
           03 mcc-cliente           pic 9(5).
           03 mcc-fecha             pic 9(8).
           03 mcc-tipo              pic X.
               88 mcc-factura       value "F".
               88 mcc-nota-credito  value "A".
               88 mcc-cobranza      value "R".
               88 mcc-credito-cuenta value "C".
               88 mcc-nota-debito   value "D".
               88 mcc-saldo-inicial value "S".
           03 mcc-comprobante       pic 9(8).
           03 mcc-aplicado-a        pic 9(8).
           03 mcc-importe           pic s9(10)v99.
           03 mcc-fecha-proceso     pic 9(8).
       SD  PARTIDAS-SORT.
       01  srt-par-reg.
           03 srt-par-clave.
               05 srt-par-cliente   pic 9(5).
               05 srt-par-partida   pic 9(8).
           03 srt-par-fecha         pic 9(8).
           03 srt-par-importe       pic s9(10)v99.
       FD  LISTADO-SALDOS
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-sal-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  flagMovimientos         pic X.
       77  flagSrtPartidas         pic X.
       77  flagCtaCte              pic X.
       77  w-ctc-status            pic xx.
       77  w-mcc-status            pic xx.
       77  w-fecha-proceso         pic 9(8).
       77  w-fecha-partida         pic 9(8).
       77  w-saldo-ctacte          pic s9(10)v99.
       77  acu-saldo-registro      pic s9(10)v99.
       77  w-diferencia            pic s9(10)v99.
       77  acu-total-diferencia    pic s9(12)v99.
       77  cont-mov-leidos         pic 9(7).
       77  cont-partidas           pic 9(7).
       77  cont-saldos-grabados    pic 9(7).
       01  w-cont-paginas          pic 99.
       01  w-clave-ctc.
           03 w-ctc-cliente        pic 9(5).
           03 w-ctc-partida        pic 9(8).
       01  w-clave-srt.
           03 w-srt-cliente        pic 9(5).
           03 w-srt-partida        pic 9(8).
       01  w-clave-actual.
           03 w-act-cliente        pic 9(5).
           03 w-act-partida        pic 9(8).
      *
      ************************* LINEAS DE IMPRESION ********************
      *
       01  cabecera-sal1.
           03 filler       pic x(2).
           03 filler       pic x(55)
               value "SALDOS INICIALES DE CUENTA CORRIENTE".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-sal-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-sal2.
           03 filler       pic x(110) value all "-".
       01  cabecera-sal3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value "CLIEN".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "PARTIDA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FECHA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value "  SALDO CTA.CTE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value " EN EL REGISTRO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value "  SALDO INICIAL".
       01  cabecera-sal4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value all "-".
       01  detalle-sal.
           03 filler       pic x(2)  value spaces.
           03 l-sal-cliente pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-sal-partida pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-sal-fecha  pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-sal-ctacte pic -zzz.zzz.zz9,99.
           03 filler       pic x(2)  value spaces.
           03 l-sal-registro pic -zzz.zzz.zz9,99.
           03 filler       pic x(2)  value spaces.
           03 l-sal-inicial pic -zzz.zzz.zz9,99.
       01  total-sal.
           03 filler       pic x(2)  value spaces.
           03 l-tos-etiqueta pic x(40).
           03 filler       pic x(2)  value spaces.
           03 l-tos-importe pic -zz.zzz.zzz.zz9,99.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           SORT PARTIDAS-SORT
               ASCENDING srt-par-cliente
               ASCENDING srt-par-partida
               ASCENDING srt-par-fecha
               INPUT PROCEDURE IS 0100-SELECCIONAR-MOVIMIENTOS
               OUTPUT PROCEDURE IS 0200-CONCILIAR-PARTIDAS.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE ZEROES TO cont-mov-leidos.
           MOVE ZEROES TO cont-partidas.
           MOVE ZEROES TO cont-saldos-grabados.
           MOVE ZEROES TO acu-total-diferencia.
           MOVE ZEROES TO w-cont-paginas.
           OPEN OUTPUT LISTADO-SALDOS.
           PERFORM 0800-LISTAR-ENCABEZADO.
      *
      ************** RUTINAS SELECCION DE MOVIMIENTOS (INPUT) **********
      *
      *    cada movimiento se imputa a su partida: los recibos y pagos
      *    a cuenta a la factura aplicada (cero = credito a cuenta), el
      *    resto a su propio comprobante
       0100-SELECCIONAR-MOVIMIENTOS.
           MOVE "n" TO flagMovimientos.
           OPEN INPUT MOVIMIENTOS-CTACTE.
           IF w-mcc-status = "00"
               PERFORM 0120-LEER-MOVIMIENTO
               PERFORM UNTIL flagMovimientos = "s"
                   PERFORM 0130-RELEASE-MOVIMIENTO
                   PERFORM 0120-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE MOVIMIENTOS-CTACTE
           END-IF.
      *
       0120-LEER-MOVIMIENTO.
           READ MOVIMIENTOS-CTACTE AT END MOVE "s" TO flagMovimientos.
           IF flagMovimientos <> "s"
               ADD 1 TO cont-mov-leidos
           END-IF.
      *
       0130-RELEASE-MOVIMIENTO.
           MOVE mcc-cliente TO srt-par-cliente.
           IF mcc-cobranza OR mcc-credito-cuenta
               MOVE mcc-aplicado-a  TO srt-par-partida
           ELSE
               MOVE mcc-comprobante TO srt-par-partida
           END-IF.
           MOVE mcc-fecha   TO srt-par-fecha.
           MOVE mcc-importe TO srt-par-importe.
           RELEASE srt-par-reg.
      *
      ************** RUTINAS CONCILIACION DE PARTIDAS (OUTPUT) *********
      *
       0200-CONCILIAR-PARTIDAS.
           MOVE "n" TO flagSrtPartidas.
           MOVE "n" TO flagCtaCte.
           OPEN INPUT CUENTA-CORRIENTE.
           IF w-ctc-status <> "00"
               MOVE "s" TO flagCtaCte
           END-IF.
           OPEN EXTEND MOVIMIENTOS-CTACTE.
           IF w-mcc-status = "35"
               OPEN OUTPUT MOVIMIENTOS-CTACTE
           END-IF.
           PERFORM 0210-LEER-CTACTE.
           PERFORM 0220-LEER-REGISTRO-SRT-PAR.
           PERFORM UNTIL flagCtaCte = "s" AND flagSrtPartidas = "s"
               PERFORM 0230-INICIO-PARTIDA
               IF w-clave-ctc = w-clave-actual
                   MOVE ctc-saldo TO w-saldo-ctacte
                   MOVE ctc-fecha TO w-fecha-partida
                   PERFORM 0210-LEER-CTACTE
               END-IF
               PERFORM UNTIL flagSrtPartidas = "s"
                   OR w-clave-srt <> w-clave-actual
                   PERFORM 0240-SUMO-MOVIMIENTO
                   PERFORM 0220-LEER-REGISTRO-SRT-PAR
               END-PERFORM
               PERFORM 0250-FIN-PARTIDA
           END-PERFORM.
           CLOSE MOVIMIENTOS-CTACTE.
           IF w-ctc-status <> "35"
               CLOSE CUENTA-CORRIENTE
           END-IF.
      *
       0210-LEER-CTACTE.
           IF flagCtaCte <> "s"
               READ CUENTA-CORRIENTE NEXT RECORD
                   AT END MOVE "s" TO flagCtaCte
               END-READ
           END-IF.
           IF flagCtaCte = "s"
               MOVE HIGH-VALUES TO w-clave-ctc
           ELSE
               MOVE ctc-cliente TO w-ctc-cliente
               MOVE ctc-factura TO w-ctc-partida
           END-IF.
      *
       0220-LEER-REGISTRO-SRT-PAR.
           RETURN PARTIDAS-SORT
               AT END MOVE "s" TO flagSrtPartidas.
           IF flagSrtPartidas = "s"
               MOVE HIGH-VALUES TO w-clave-srt
           ELSE
               MOVE srt-par-clave TO w-clave-srt
           END-IF.
      *
       0230-INICIO-PARTIDA.
           IF w-clave-ctc < w-clave-srt
               MOVE w-clave-ctc TO w-clave-actual
           ELSE
               MOVE w-clave-srt TO w-clave-actual
           END-IF.
           MOVE ZEROES TO w-saldo-ctacte.
           MOVE ZEROES TO acu-saldo-registro.
           MOVE ZEROES TO w-fecha-partida.
           ADD 1 TO cont-partidas.
      *
       0240-SUMO-MOVIMIENTO.
           ADD srt-par-importe TO acu-saldo-registro.
           IF w-fecha-partida = ZEROES
               MOVE srt-par-fecha TO w-fecha-partida
           END-IF.
      *
       0250-FIN-PARTIDA.
           COMPUTE w-diferencia = w-saldo-ctacte - acu-saldo-registro.
           IF w-diferencia <> ZEROES
               IF w-fecha-partida = ZEROES
                   MOVE w-fecha-proceso TO w-fecha-partida
               END-IF
               PERFORM 0260-GRABAR-SALDO-INICIAL
           END-IF.
      *
      *    la fecha de proceso del saldo inicial es la de la partida:
      *    el saldo ya estaba en la cuenta corriente antes de la carga
       0260-GRABAR-SALDO-INICIAL.
           MOVE w-act-cliente   TO mcc-cliente.
           MOVE w-fecha-partida TO mcc-fecha.
           MOVE "S"             TO mcc-tipo.
           MOVE w-act-partida   TO mcc-comprobante.
           MOVE ZEROES          TO mcc-aplicado-a.
           MOVE w-diferencia    TO mcc-importe.
           MOVE w-fecha-partida TO mcc-fecha-proceso.
           WRITE mcc-reg.
           ADD 1 TO cont-saldos-grabados.
           ADD w-diferencia TO acu-total-diferencia.
           MOVE w-act-cliente      TO l-sal-cliente.
           MOVE w-act-partida      TO l-sal-partida.
           MOVE w-fecha-partida    TO l-sal-fecha.
           MOVE w-saldo-ctacte     TO l-sal-ctacte.
           MOVE acu-saldo-registro TO l-sal-registro.
           MOVE w-diferencia       TO l-sal-inicial.
           PERFORM 0850-LISTAR-DETALLE.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-sal-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-sal-reg FROM cabecera-sal1
               DISPLAY lis-sal-reg
           ELSE
               WRITE lis-sal-reg FROM cabecera-sal1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-sal-reg FROM cabecera-sal2 AFTER 2.
           DISPLAY lis-sal-reg.
           WRITE lis-sal-reg FROM cabecera-sal3 AFTER 2.
           DISPLAY lis-sal-reg.
           WRITE lis-sal-reg FROM cabecera-sal4.
           DISPLAY lis-sal-reg.
      *
       0850-LISTAR-DETALLE.
           IF LINAGE-COUNTER OF LISTADO-SALDOS = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-sal-reg FROM detalle-sal AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-sal-reg.
      *
       0860-LISTAR-TOTAL.
           WRITE lis-sal-reg FROM total-sal AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-sal-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           MOVE "TOTAL SALDOS INICIALES GRABADOS" TO l-tos-etiqueta.
           MOVE acu-total-diferencia TO l-tos-importe.
           PERFORM 0860-LISTAR-TOTAL.
           CLOSE LISTADO-SALDOS.
           DISPLAY "MOVIMIENTOS LEIDOS:        " cont-mov-leidos.
           DISPLAY "PARTIDAS CONCILIADAS:      " cont-partidas.
           DISPLAY "SALDOS INICIALES GRABADOS: " cont-saldos-grabados.
      *
       END PROGRAM SALDOS-INICIALES-CTACTE.
