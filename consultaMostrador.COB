      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta en linea de solo lectura para el mostrador.
      *          Por codigo de articulo muestra sus datos, el stock por
      *          deposito, el historial de precios con el vigente a una
      *          fecha y los ultimos movimientos de stock. Por codigo de
      *          cliente muestra estado, limite de credito, partidas
      *          abiertas de cuenta corriente y credito disponible.
      *          Todos los archivos se abren solo para lectura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-MOSTRADOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is art_cod
               FILE STATUS is w-art-status.
           SELECT STOCK ASSIGN TO "..\stock.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is stk_clave
               FILE STATUS is w-stk-status.
           SELECT STOCK-MOVIMIENTOS ASSIGN TO "..\stock-movim.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mov-status.
           SELECT PRECIOS-HIST ASSIGN TO "..\precios.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is pre-clave
               FILE STATUS is w-pre-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cli-cod
               FILE STATUS is w-cli-status.
           SELECT CUENTA-CORRIENTE ASSIGN TO "..\ctacte.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ctc-clave
               FILE STATUS is w-ctc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 9(5).
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_iva              pic 9(2)v99.
           03 art_estado           pic X.
               88 art-activo        value "A".
               88 art-inactivo      value "I".
           03 art_proveedor        pic X(10).
       FD  STOCK.
       01  stk_reg.
           03 stk_clave.
               05 stk_dep           pic 99.
               05 stk_cod           pic 9(5).
           03 stk_cantidad         pic s9(5).
       FD  STOCK-MOVIMIENTOS.
       01  mov-reg.
           03 mov-tipo             pic X.
               88 mov-egreso-venta   value "E".
               88 mov-ingreso-compra value "I".
               88 mov-ajuste-inventario value "A".
               88 mov-salida-transf  value "S".
               88 mov-entrada-transf value "R".
           03 mov-dep              pic 99.
           03 mov-art              pic 9(5).
           03 mov-fecha            pic 9(8).
           03 mov-cant             pic s9(5).
           03 mov-saldo            pic s9(5).
       FD  PRECIOS-HIST.
       01  pre-reg.
           03 pre-clave.
               05 pre-cod           pic 9(5).
               05 pre-fecha-desde   pic 9(8).
           03 pre-precio            pic 9(6)v99.
       FD  CLIENTES.
       01  cli-reg.
           03 cli-cod               pic 9(5).
           03 cli-nombre            pic X(25).
           03 cli-limite-credito    pic 9(9)v99.
           03 cli-cuit              pic 9(11).
           03 cli-cond-fiscal       pic X(2).
           03 cli-estado            pic X.
               88 cli-activo        value "A".
               88 cli-bloqueado     value "B".
           03 cli-exento-interes    pic X.
               88 cli-exento        value "S".
       FD  CUENTA-CORRIENTE.
       01  ctc-reg.
           03 ctc-clave.
               05 ctc-cliente       pic 9(5).
               05 ctc-factura       pic 9(8).
           03 ctc-fecha             pic 9(8).
           03 ctc-saldo             pic s9(10)v99.
       WORKING-STORAGE SECTION.
       77  flagPrecios             pic X.
       77  flagMovimientos         pic X.
       77  flagCtaCte              pic X.
       77  w-art-status            pic xx.
       77  w-stk-status            pic xx.
       77  w-mov-status            pic xx.
       77  w-pre-status            pic xx.
       77  w-cli-status            pic xx.
       77  w-ctc-status            pic xx.
       77  w-opcion                pic X.
       77  w-codigo-ingresado      pic x(5).
       77  w-fecha-ingresada       pic x(8).
       77  w-art-consulta          pic 9(5).
       77  w-cli-consulta          pic 9(5).
       77  w-fecha-proceso         pic 9(8).
       77  w-fecha-precio          pic 9(8).
       77  w-precio-vigente        pic 9(6)v99.
       77  w-dias-atraso           pic s9(5).
       77  w-credito-disponible    pic s9(12)v99.
       77  acu-stock-total         pic s9(7).
       77  acu-deuda-cliente       pic s9(12)v99.
       77  cont-precios            pic 9(4).
       77  cont-depositos          pic 9(3).
       77  cont-mov-articulo       pic 9(7).
       77  cont-partidas           pic 9(5).
       77  cont-mov-mostrar        pic 99.
       01  ix-dep                  pic 999.
       01  ix-mov                  pic 99.
       01  ix-mov-sig              pic 99.
       01  tabla-ultimos-mov.
           03 tum-item OCCURS 10 TIMES.
               05 tum-tipo         pic X.
               05 tum-dep          pic 99.
               05 tum-fecha        pic 9(8).
               05 tum-cant         pic s9(5).
               05 tum-saldo        pic s9(5).
       01  w-fecha-calc-a          pic 9(8).
       01  w-fecha-calc-a-r REDEFINES w-fecha-calc-a.
           03 w-fca-anio           pic 9(4).
           03 w-fca-mes            pic 99.
           03 w-fca-dia            pic 99.
       01  w-fecha-calc-b          pic 9(8).
       01  w-fecha-calc-b-r REDEFINES w-fecha-calc-b.
           03 w-fcb-anio           pic 9(4).
           03 w-fcb-mes            pic 99.
           03 w-fcb-dia            pic 99.
      *
      ************************* LINEAS DE PANTALLA *********************
      *
       01  linea-separador.
           03 filler       pic x(78) value all "-".
       01  linea-art1.
           03 filler       pic x(11) value "ARTICULO: ".
           03 l-art-cod    pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-art-nombre pic x(20).
           03 filler       pic x(10) value "  ESTADO: ".
           03 l-art-estado pic x(8).
       01  linea-art2.
           03 filler       pic x(14) value "PRECIO LISTA: ".
           03 l-art-precio pic zzz.zz9,99.
           03 filler       pic x(8)  value "  IVA: ".
           03 l-art-iva    pic z9,99.
           03 filler       pic x(14) value "  PROVEEDOR: ".
           03 l-art-proveedor pic x(10).
       01  linea-precio-tit.
           03 filler       pic x(40)
               value "HISTORIAL DE PRECIOS (VIGENTE DESDE)".
       01  linea-precio.
           03 filler       pic x(4)  value spaces.
           03 l-pre-fecha  pic 9(8).
           03 filler       pic x(4)  value spaces.
           03 l-pre-precio pic zzz.zz9,99.
           03 filler       pic x(2)  value spaces.
           03 l-pre-marca  pic x(20).
       01  linea-precio-vig.
           03 filler       pic x(18) value "PRECIO VIGENTE AL ".
           03 l-prv-fecha  pic 9(8).
           03 filler       pic x(2)  value ": ".
           03 l-prv-precio pic zzz.zz9,99.
       01  linea-stock-tit.
           03 filler       pic x(40) value "STOCK POR DEPOSITO".
       01  linea-stock.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(10) value "DEPOSITO ".
           03 l-stk-dep    pic 99.
           03 filler       pic x(4)  value spaces.
           03 l-stk-cant   pic -zz.zz9.
       01  linea-stock-tot.
           03 filler       pic x(20) value "    TOTAL STOCK".
           03 l-stkt-cant  pic -z.zzz.zz9.
       01  linea-mov-tit.
           03 filler       pic x(40)
               value "ULTIMOS MOVIMIENTOS DE STOCK".
       01  linea-mov.
           03 filler       pic x(4)  value spaces.
           03 l-mov-fecha  pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-mov-tipo   pic x(16).
           03 filler       pic x(5)  value " DEP ".
           03 l-mov-dep    pic 99.
           03 filler       pic x(7)  value "  CANT ".
           03 l-mov-cant   pic -zz.zz9.
           03 filler       pic x(8)  value "  SALDO ".
           03 l-mov-saldo  pic -zz.zz9.
       01  linea-cli1.
           03 filler       pic x(10) value "CLIENTE: ".
           03 l-cli-cod    pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-cli-nombre pic x(25).
           03 filler       pic x(10) value "  ESTADO: ".
           03 l-cli-estado pic x(10).
       01  linea-cli2.
           03 filler       pic x(6)  value "CUIT: ".
           03 l-cli-cuit   pic 9(11).
           03 filler       pic x(13) value "  COND. IVA: ".
           03 l-cli-cond   pic x(2).
           03 filler       pic x(18) value "  EXENTO INTERES: ".
           03 l-cli-exento pic x(2).
       01  linea-ctc-tit.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(10) value "FACTURA".
           03 filler       pic x(10) value "FECHA".
           03 filler       pic x(16) value "           SALDO".
           03 filler       pic x(12) value "  DIAS ATR.".
       01  linea-ctc.
           03 filler       pic x(4)  value spaces.
           03 l-ctc-factura pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-ctc-fecha  pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-ctc-saldo  pic -zzz.zzz.zz9,99.
           03 filler       pic x(4)  value spaces.
           03 l-ctc-dias   pic -zzz9.
       01  linea-cli-importe.
           03 l-cim-etiqueta pic x(22).
           03 l-cim-importe pic -zzz.zzz.zzz.zz9,99.
           03 filler       pic x(2)  value spaces.
           03 l-cim-marca  pic x(20).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           MOVE spaces TO w-opcion.
           PERFORM UNTIL w-opcion = "0"
               PERFORM 0100-MOSTRAR-MENU
               EVALUATE w-opcion
                   WHEN "1"
                       PERFORM 0200-CONSULTA-ARTICULO
                   WHEN "2"
                       PERFORM 0300-CONSULTA-CLIENTE
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           OPEN INPUT ARTICULOS.
           OPEN INPUT STOCK.
           OPEN INPUT PRECIOS-HIST.
           OPEN INPUT CLIENTES.
           OPEN INPUT CUENTA-CORRIENTE.
           IF w-art-status <> "00" OR w-stk-status <> "00"
               OR w-pre-status <> "00" OR w-cli-status <> "00"
               OR w-ctc-status <> "00"
               DISPLAY "MAESTROS NO DISPONIBLES PARA CONSULTA - ART "
                   w-art-status " STK " w-stk-status " PRE "
                   w-pre-status " CLI " w-cli-status " CTC "
                   w-ctc-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       0100-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY linea-separador.
           DISPLAY "CONSULTA DE MOSTRADOR - " w-fecha-proceso.
           DISPLAY "  1 - ARTICULO: STOCK, PRECIOS Y MOVIMIENTOS".
           DISPLAY "  2 - CLIENTE: ESTADO Y CUENTA CORRIENTE".
           DISPLAY "  0 - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT w-opcion.
      *
      ****************** RUTINAS CONSULTA DE ARTICULO ******************
      *
       0200-CONSULTA-ARTICULO.
           DISPLAY "CODIGO DE ARTICULO: " WITH NO ADVANCING.
           ACCEPT w-codigo-ingresado.
           IF w-codigo-ingresado IS NOT NUMERIC
               DISPLAY "CODIGO DE ARTICULO INVALIDO"
           ELSE
               MOVE w-codigo-ingresado TO w-art-consulta
               MOVE w-art-consulta TO art_cod
               READ ARTICULOS
                   INVALID KEY
                       DISPLAY "ARTICULO INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM 0210-PEDIR-FECHA-PRECIO
                       PERFORM 0220-MOSTRAR-ARTICULO
                       PERFORM 0230-MOSTRAR-PRECIOS
                       PERFORM 0240-MOSTRAR-STOCK
                       PERFORM 0250-MOSTRAR-MOVIMIENTOS
               END-READ
           END-IF.
      *
       0210-PEDIR-FECHA-PRECIO.
           DISPLAY "FECHA PARA PRECIO (AAAAMMDD, VACIO = HOY): "
               WITH NO ADVANCING.
           MOVE spaces TO w-fecha-ingresada.
           ACCEPT w-fecha-ingresada.
           IF w-fecha-ingresada IS NUMERIC
               MOVE w-fecha-ingresada TO w-fecha-precio
           ELSE
               MOVE w-fecha-proceso TO w-fecha-precio
           END-IF.
      *
       0220-MOSTRAR-ARTICULO.
           DISPLAY linea-separador.
           MOVE art_cod        TO l-art-cod.
           MOVE art_nombre     TO l-art-nombre.
           IF art-inactivo
               MOVE "DE BAJA"  TO l-art-estado
           ELSE
               MOVE "ACTIVO"   TO l-art-estado
           END-IF.
           DISPLAY linea-art1.
           MOVE art_precio     TO l-art-precio.
           MOVE art_iva        TO l-art-iva.
           MOVE art_proveedor  TO l-art-proveedor.
           DISPLAY linea-art2.
      *
       0230-MOSTRAR-PRECIOS.
           DISPLAY " ".
           DISPLAY linea-precio-tit.
           MOVE art_precio TO w-precio-vigente.
           MOVE ZEROES     TO cont-precios.
           MOVE "n" TO flagPrecios.
           MOVE w-art-consulta TO pre-cod.
           MOVE ZEROES         TO pre-fecha-desde.
           START PRECIOS-HIST KEY IS NOT LESS THAN pre-clave
               INVALID KEY MOVE "s" TO flagPrecios
           END-START.
           PERFORM UNTIL flagPrecios = "s"
               READ PRECIOS-HIST NEXT RECORD
                   AT END MOVE "s" TO flagPrecios
                   NOT AT END
                       IF pre-cod <> w-art-consulta
                           MOVE "s" TO flagPrecios
                       ELSE
                           PERFORM 0235-MOSTRAR-LINEA-PRECIO
                       END-IF
               END-READ
           END-PERFORM.
           IF cont-precios = ZEROES
               DISPLAY "    SIN HISTORIAL - RIGE EL PRECIO DE LISTA"
           END-IF.
           MOVE w-fecha-precio   TO l-prv-fecha.
           MOVE w-precio-vigente TO l-prv-precio.
           DISPLAY linea-precio-vig.
      *
       0235-MOSTRAR-LINEA-PRECIO.
           ADD 1 TO cont-precios.
           IF pre-fecha-desde NOT > w-fecha-precio
               MOVE pre-precio      TO w-precio-vigente
           END-IF.
           MOVE pre-fecha-desde TO l-pre-fecha.
           MOVE pre-precio      TO l-pre-precio.
           IF pre-fecha-desde > w-fecha-proceso
               MOVE "(FUTURO)" TO l-pre-marca
           ELSE
               MOVE spaces     TO l-pre-marca
           END-IF.
           DISPLAY linea-precio.
      *
       0240-MOSTRAR-STOCK.
           DISPLAY " ".
           DISPLAY linea-stock-tit.
           MOVE ZEROES TO acu-stock-total.
           MOVE ZEROES TO cont-depositos.
           PERFORM VARYING ix-dep FROM 0 BY 1 UNTIL ix-dep > 99
               MOVE ix-dep         TO stk_dep
               MOVE w-art-consulta TO stk_cod
               READ STOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO cont-depositos
                       ADD stk_cantidad TO acu-stock-total
                       MOVE stk_dep      TO l-stk-dep
                       MOVE stk_cantidad TO l-stk-cant
                       DISPLAY linea-stock
               END-READ
           END-PERFORM.
           IF cont-depositos = ZEROES
               DISPLAY "    SIN STOCK REGISTRADO EN NINGUN DEPOSITO"
           ELSE
               MOVE acu-stock-total TO l-stkt-cant
               DISPLAY linea-stock-tot
           END-IF.
      *
       0250-MOSTRAR-MOVIMIENTOS.
           DISPLAY " ".
           DISPLAY linea-mov-tit.
           MOVE ZEROES TO cont-mov-articulo.
           MOVE 1      TO ix-mov-sig.
           MOVE "n" TO flagMovimientos.
           OPEN INPUT STOCK-MOVIMIENTOS.
           IF w-mov-status <> "00"
               MOVE "s" TO flagMovimientos
           END-IF.
           PERFORM UNTIL flagMovimientos = "s"
               READ STOCK-MOVIMIENTOS
                   AT END MOVE "s" TO flagMovimientos
                   NOT AT END
                       IF mov-art = w-art-consulta
                           PERFORM 0255-GUARDAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF w-mov-status <> "35"
               CLOSE STOCK-MOVIMIENTOS
           END-IF.
           IF cont-mov-articulo = ZEROES
               DISPLAY "    SIN MOVIMIENTOS REGISTRADOS"
           ELSE
               PERFORM 0258-LISTAR-ULTIMOS-MOV
           END-IF.
      *
       0255-GUARDAR-MOVIMIENTO.
           ADD 1 TO cont-mov-articulo.
           MOVE mov-tipo  TO tum-tipo(ix-mov-sig).
           MOVE mov-dep   TO tum-dep(ix-mov-sig).
           MOVE mov-fecha TO tum-fecha(ix-mov-sig).
           MOVE mov-cant  TO tum-cant(ix-mov-sig).
           MOVE mov-saldo TO tum-saldo(ix-mov-sig).
           IF ix-mov-sig = 10
               MOVE 1 TO ix-mov-sig
           ELSE
               ADD 1 TO ix-mov-sig
           END-IF.
      *
       0258-LISTAR-ULTIMOS-MOV.
           IF cont-mov-articulo > 10
               MOVE 10 TO cont-mov-mostrar
               MOVE ix-mov-sig TO ix-mov
           ELSE
               MOVE cont-mov-articulo TO cont-mov-mostrar
               MOVE 1 TO ix-mov
           END-IF.
           PERFORM cont-mov-mostrar TIMES
               MOVE tum-fecha(ix-mov) TO l-mov-fecha
               MOVE tum-dep(ix-mov)   TO l-mov-dep
               MOVE tum-cant(ix-mov)  TO l-mov-cant
               MOVE tum-saldo(ix-mov) TO l-mov-saldo
               EVALUATE tum-tipo(ix-mov)
                   WHEN "E"
                       MOVE "VENTA"           TO l-mov-tipo
                   WHEN "I"
                       MOVE "COMPRA"          TO l-mov-tipo
                   WHEN "A"
                       MOVE "AJUSTE INVENT."  TO l-mov-tipo
                   WHEN "S"
                       MOVE "TRANSF. SALIDA"  TO l-mov-tipo
                   WHEN "R"
                       MOVE "TRANSF. ENTRADA" TO l-mov-tipo
                   WHEN OTHER
                       MOVE tum-tipo(ix-mov)  TO l-mov-tipo
               END-EVALUATE
               DISPLAY linea-mov
               IF ix-mov = 10
                   MOVE 1 TO ix-mov
               ELSE
                   ADD 1 TO ix-mov
               END-IF
           END-PERFORM.
           DISPLAY "    (" cont-mov-articulo " MOVIMIENTOS EN TOTAL)".
      *
      ****************** RUTINAS CONSULTA DE CLIENTE *******************
      *
       0300-CONSULTA-CLIENTE.
           DISPLAY "CODIGO DE CLIENTE: " WITH NO ADVANCING.
           ACCEPT w-codigo-ingresado.
           IF w-codigo-ingresado IS NOT NUMERIC
               DISPLAY "CODIGO DE CLIENTE INVALIDO"
           ELSE
               MOVE w-codigo-ingresado TO w-cli-consulta
               MOVE w-cli-consulta TO cli-cod
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE INEXISTENTE EN MAESTRO"
                   NOT INVALID KEY
                       PERFORM 0320-MOSTRAR-CLIENTE
                       PERFORM 0330-MOSTRAR-CTACTE
                       PERFORM 0340-MOSTRAR-CREDITO
               END-READ
           END-IF.
      *
       0320-MOSTRAR-CLIENTE.
           DISPLAY linea-separador.
           MOVE cli-cod         TO l-cli-cod.
           MOVE cli-nombre      TO l-cli-nombre.
           IF cli-bloqueado
               MOVE "BLOQUEADO" TO l-cli-estado
           ELSE
               MOVE "ACTIVO"    TO l-cli-estado
           END-IF.
           DISPLAY linea-cli1.
           MOVE cli-cuit        TO l-cli-cuit.
           MOVE cli-cond-fiscal TO l-cli-cond.
           IF cli-exento
               MOVE "SI"        TO l-cli-exento
           ELSE
               MOVE "NO"        TO l-cli-exento
           END-IF.
           DISPLAY linea-cli2.
      *
       0330-MOSTRAR-CTACTE.
           DISPLAY " ".
           DISPLAY "PARTIDAS ABIERTAS EN CUENTA CORRIENTE".
           DISPLAY linea-ctc-tit.
           MOVE ZEROES TO acu-deuda-cliente.
           MOVE ZEROES TO cont-partidas.
           MOVE "n" TO flagCtaCte.
           MOVE w-cli-consulta TO ctc-cliente.
           MOVE ZEROES         TO ctc-factura.
           START CUENTA-CORRIENTE KEY IS NOT LESS THAN ctc-clave
               INVALID KEY MOVE "s" TO flagCtaCte
           END-START.
           PERFORM UNTIL flagCtaCte = "s"
               READ CUENTA-CORRIENTE NEXT RECORD
                   AT END MOVE "s" TO flagCtaCte
                   NOT AT END
                       IF ctc-cliente <> w-cli-consulta
                           MOVE "s" TO flagCtaCte
                       ELSE
                           PERFORM 0335-MOSTRAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           IF cont-partidas = ZEROES
               DISPLAY "    SIN PARTIDAS ABIERTAS"
           END-IF.
      *
       0335-MOSTRAR-PARTIDA.
           ADD 1 TO cont-partidas.
           ADD ctc-saldo TO acu-deuda-cliente.
           MOVE ctc-fecha       TO w-fecha-calc-a.
           MOVE w-fecha-proceso TO w-fecha-calc-b.
           COMPUTE w-dias-atraso =
               (w-fcb-anio - w-fca-anio) * 360
               + (w-fcb-mes - w-fca-mes) * 30
               + (w-fcb-dia - w-fca-dia).
           MOVE ctc-factura     TO l-ctc-factura.
           MOVE ctc-fecha       TO l-ctc-fecha.
           MOVE ctc-saldo       TO l-ctc-saldo.
           MOVE w-dias-atraso   TO l-ctc-dias.
           DISPLAY linea-ctc.
      *
       0340-MOSTRAR-CREDITO.
           DISPLAY " ".
           MOVE "LIMITE DE CREDITO:"   TO l-cim-etiqueta.
           MOVE cli-limite-credito     TO l-cim-importe.
           MOVE spaces                 TO l-cim-marca.
           DISPLAY linea-cli-importe.
           MOVE "SALDO ADEUDADO:"      TO l-cim-etiqueta.
           MOVE acu-deuda-cliente      TO l-cim-importe.
           DISPLAY linea-cli-importe.
           COMPUTE w-credito-disponible =
               cli-limite-credito - acu-deuda-cliente.
           MOVE "CREDITO DISPONIBLE:"  TO l-cim-etiqueta.
           MOVE w-credito-disponible   TO l-cim-importe.
           IF w-credito-disponible < ZEROES
               MOVE "*LIMITE EXCEDIDO*" TO l-cim-marca
           END-IF.
           IF cli-bloqueado
               MOVE "*CLIENTE BLOQUEADO*" TO l-cim-marca
           END-IF.
           DISPLAY linea-cli-importe.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           CLOSE ARTICULOS.
           CLOSE STOCK.
           CLOSE PRECIOS-HIST.
           CLOSE CLIENTES.
           CLOSE CUENTA-CORRIENTE.
      *
       END PROGRAM CONSULTA-MOSTRADOR.
