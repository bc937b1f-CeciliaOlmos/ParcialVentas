      ******************************************************************
      * Author:
      * Date:
      * Purpose: Toma del inventario fisico por deposito. Compara las
      *          cantidades contadas contra STOCK, postea diferencias
      *          como movimiento de ajuste en STOCK-MOVIMIENTOS y emite
      *          el listado de diferencias valorizado por deposito y la
      *          lista de articulos en stock que no fueron contados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-INVENTARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEO-FISICO ASSIGN TO "..\conteo.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-cnt-status.
           SELECT CONTEO-SORT ASSIGN TO "sortwork".
           SELECT CONTEO-ORDENADO ASSIGN TO "..\conteo-ord.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is art_cod.
           SELECT PRECIOS-HIST ASSIGN TO "..\precios.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is pre-clave.
           SELECT STOCK ASSIGN TO "..\stock.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is stk_clave
               FILE STATUS is w-stk-status.
           SELECT STOCK-MOVIMIENTOS ASSIGN TO "..\stock-movim.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mov-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-per-status.
           SELECT RECHAZOS-CONTEO ASSIGN TO "..\rechazos-conteo.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT LISTADO-CONTEO ASSIGN TO
               PRINTER, "..\impre-conteo.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTEO-FISICO.
       01  cnt-reg.
           03 cnt-dep              pic 99.
           03 cnt-art              pic 9(5).
           03 cnt-fecha            pic 9(8).
           03 cnt-cant             pic 9(5).
       01  cnt-reg-crudo REDEFINES cnt-reg.
           03 cnt-crudo-texto      pic x(20).
       SD  CONTEO-SORT.
       01  srt-cnt-reg.
           03 srt-cnt-dep          pic 99.
           03 srt-cnt-art          pic 9(5).
           03 srt-cnt-fecha        pic 9(8).
           03 srt-cnt-cant         pic 9(5).
       FD  CONTEO-ORDENADO.
       01  cto-reg.
           03 cto-clave.
               05 cto-dep          pic 99.
               05 cto-art          pic 9(5).
           03 cto-fecha            pic 9(8).
           03 cto-cant             pic 9(5).
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
       FD  PRECIOS-HIST.
       01  pre-reg.
           03 pre-clave.
               05 pre-cod           pic 9(5).
               05 pre-fecha-desde   pic 9(8).
           03 pre-precio            pic 9(6)v99.
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
       FD  PERIODOS.
       01  per-reg.
           03 per-mes               pic 9(6).
           03 per-estado            pic X.
               88 per-abierto       value "A".
               88 per-cerrado       value "C".
       FD  RECHAZOS-CONTEO.
       01  rcn-reg.
           03 rcn-crudo            pic x(20).
           03 rcn-motivo           pic x(40).
       FD  LISTADO-CONTEO
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-cnt-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  flagConteo              pic X.
       77  flagConteoOrd           pic X.
       77  flagStock               pic X.
       77  flagPeriodos            pic X.
       77  w-cnt-status            pic xx.
       77  w-stk-status            pic xx.
       77  w-mov-status            pic xx.
       77  w-per-status            pic xx.
       77  w-cnt-valida            pic X.
       77  w-cnt-motivo            pic x(40).
       77  w-seccion               pic X.
       77  w-fecha-proceso         pic 9(8).
       77  w-fecha-conteo          pic 9(8).
       77  w-busca-art             pic 9(5).
       77  w-busca-fecha           pic 9(8).
       77  w-precio-vigente        pic 9(6)v99.
       77  w-busca-mes             pic 9(6).
       77  w-periodo-estado        pic X.
       77  w-cant-periodos         pic 9(3).
       77  w-cant-libros           pic s9(5).
       77  w-diferencia            pic s9(5).
       77  w-valor-diferencia      pic s9(11)v99.
       77  acu-cant-contada        pic 9(5).
       77  acu-valor-dep           pic s9(12)v99.
       77  acu-valor-gral          pic s9(12)v99.
       77  cont-art-dep            pic 9(5).
       77  cont-conteos-leidos     pic 9(7).
       77  cont-rechazos           pic 9(7).
       77  cont-articulos          pic 9(7).
       77  cont-ajustes            pic 9(7).
       77  cont-no-contados        pic 9(7).
       01  cto-dep-ant             pic 99.
       01  cto-clave-ant.
           03 cto-dep-clave-ant    pic 99.
           03 cto-art-clave-ant    pic 9(5).
       01  w-cont-paginas          pic 99.
       01  ix-per                  pic 9(3).
       01  ix-dep                  pic 999.
       01  tabla-periodos.
           03 tp-item OCCURS 120 TIMES.
               05 tp-mes           pic 9(6).
               05 tp-estado        pic X.
       01  tabla-depositos.
           03 td-contado           pic X OCCURS 100 TIMES.
      *
      ************************* LINEAS DE IMPRESION ********************
      *
       01  cabecera-cnt1.
           03 filler       pic x(2).
           03 l-cnt-titulo pic x(55).
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-cnt-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-cnt2.
           03 filler       pic x(110) value all "-".
       01  cabecera-cnt3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "DEP".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value " LIBROS".
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(7)  value "CONTADO".
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(7)  value " DIFER.".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value "     PRECIO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value "  VALOR DIFER.".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value "OBSERVACION".
       01  cabecera-cnt4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value all "-".
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(7)  value all "-".
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(7)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value all "-".
       01  cabecera-nco3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "DEP".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value " LIBROS".
       01  cabecera-nco4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value all "-".
       01  detalle-cnt.
           03 filler       pic x(2)  value spaces.
           03 l-cnt-dep    pic 99.
           03 filler       pic x(3)  value spaces.
           03 l-cnt-cod    pic 9(5).
           03 filler       pic x(3)  value spaces.
           03 l-cnt-nombre pic x(20).
           03 filler       pic x(2)  value spaces.
           03 l-cnt-libros pic -zz.zz9.
           03 filler       pic x(3)  value spaces.
           03 l-cnt-contado pic -zz.zz9.
           03 filler       pic x(3)  value spaces.
           03 l-cnt-dif    pic -zz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-cnt-precio pic -zzz.zz9,99.
           03 filler       pic x(2)  value spaces.
           03 l-cnt-valor  pic -zz.zzz.zz9,99.
           03 filler       pic x(2)  value spaces.
           03 l-cnt-obs    pic x(11).
       01  detalle-nco.
           03 filler       pic x(2)  value spaces.
           03 l-nco-dep    pic 99.
           03 filler       pic x(3)  value spaces.
           03 l-nco-cod    pic 9(5).
           03 filler       pic x(3)  value spaces.
           03 l-nco-nombre pic x(20).
           03 filler       pic x(2)  value spaces.
           03 l-nco-libros pic -zz.zz9.
       01  total-dep-cnt.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value "TOTAL DEPOSITO ".
           03 l-tdc-dep    pic 99.
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(20) value "ARTICULOS CONTADOS: ".
           03 l-tdc-articulos pic zz.zz9.
           03 filler       pic x(30) value spaces.
           03 l-tdc-valor  pic -zzz.zzz.zz9,99.
       01  total-gral-cnt.
           03 filler       pic x(2)  value spaces.
           03 l-tgc-etiqueta pic x(40).
           03 filler       pic x(5)  value spaces.
           03 l-tgc-cantidad pic zzz.zzz.zz9.
           03 filler       pic x(15) value spaces.
           03 l-tgc-valor  pic -zzz.zzz.zz9,99.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           PERFORM 0020-CARGAR-PERIODOS.
      *
           SORT CONTEO-SORT
               ASCENDING srt-cnt-dep
               ASCENDING srt-cnt-art
               INPUT PROCEDURE IS 0100-VALIDAR-CONTEO
               GIVING CONTEO-ORDENADO.
      *
           PERFORM 0200-POSTEAR-AJUSTES.
           PERFORM 0500-LISTAR-NO-CONTADOS.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE ZEROES TO cont-conteos-leidos.
           MOVE ZEROES TO cont-rechazos.
           MOVE ZEROES TO cont-articulos.
           MOVE ZEROES TO cont-ajustes.
           MOVE ZEROES TO cont-no-contados.
           MOVE ZEROES TO acu-valor-gral.
           MOVE ZEROES TO w-cont-paginas.
           MOVE ALL "n" TO tabla-depositos.
      *
       0020-CARGAR-PERIODOS.
           MOVE ZEROES TO w-cant-periodos.
           MOVE "n" TO flagPeriodos.
           OPEN INPUT PERIODOS.
           IF w-per-status = "00"
               PERFORM UNTIL flagPeriodos = "s"
                   READ PERIODOS
                       AT END MOVE "s" TO flagPeriodos
                       NOT AT END
                           IF w-cant-periodos = 120
                               DISPLAY "TABLA DE PERIODOS COMPLETA"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO w-cant-periodos
                           MOVE per-mes
                               TO tp-mes(w-cant-periodos)
                           MOVE per-estado
                               TO tp-estado(w-cant-periodos)
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
      *
       0025-BUSCAR-PERIODO.
           MOVE "A" TO w-periodo-estado.
           PERFORM VARYING ix-per FROM 1 BY 1
               UNTIL ix-per > w-cant-periodos
               IF tp-mes(ix-per) = w-busca-mes
                   MOVE tp-estado(ix-per) TO w-periodo-estado
               END-IF
           END-PERFORM.
      *
      ****************** RUTINAS VALIDACION DEL CONTEO ******************
      *
       0100-VALIDAR-CONTEO.
           PERFORM 0110-INICIO-GRAL-VAL.
           PERFORM 0120-LEER-CONTEO.
           PERFORM UNTIL flagConteo = "s"
               PERFORM 0130-VALIDAR-LINEA-CONTEO
               IF w-cnt-valida = "s"
                   PERFORM 0140-LIBERAR-CONTEO
               ELSE
                   PERFORM 0150-RECHAZAR-CONTEO
               END-IF
               PERFORM 0120-LEER-CONTEO
           END-PERFORM.
           PERFORM 0190-FIN-GRAL-VAL.
      *
       0110-INICIO-GRAL-VAL.
           MOVE "n" TO flagConteo.
           OPEN INPUT CONTEO-FISICO.
           IF w-cnt-status = "35"
               OPEN OUTPUT CONTEO-FISICO
               CLOSE CONTEO-FISICO
               OPEN INPUT CONTEO-FISICO
           END-IF.
           OPEN INPUT ARTICULOS.
           OPEN OUTPUT RECHAZOS-CONTEO.
      *
       0120-LEER-CONTEO.
           READ CONTEO-FISICO AT END MOVE "s" TO flagConteo.
           IF flagConteo <> "s"
               ADD 1 TO cont-conteos-leidos
           END-IF.
      *
       0130-VALIDAR-LINEA-CONTEO.
           MOVE "s" TO w-cnt-valida.
           MOVE spaces TO w-cnt-motivo.
           EVALUATE TRUE
               WHEN cnt-dep IS NOT NUMERIC
                   MOVE "DEPOSITO NO NUMERICO EN CONTEO" TO w-cnt-motivo
               WHEN cnt-art IS NOT NUMERIC
                   MOVE "ARTICULO NO NUMERICO EN CONTEO" TO w-cnt-motivo
               WHEN cnt-fecha IS NOT NUMERIC
                   MOVE "FECHA NO NUMERICA EN CONTEO" TO w-cnt-motivo
               WHEN cnt-cant IS NOT NUMERIC
                   MOVE "CANTIDAD NO NUMERICA EN CONTEO" TO w-cnt-motivo
               WHEN cnt-fecha > w-fecha-proceso
                   MOVE "FECHA DE CONTEO POSTERIOR A LA FECHA"
                       TO w-cnt-motivo
           END-EVALUATE.
           IF w-cnt-motivo <> spaces
               MOVE "n" TO w-cnt-valida
           END-IF.
           IF w-cnt-valida = "s"
               MOVE cnt-fecha(1:6) TO w-busca-mes
               PERFORM 0025-BUSCAR-PERIODO
               IF w-periodo-estado = "C"
                   MOVE "FECHA EN PERIODO CONTABLE CERRADO"
                       TO w-cnt-motivo
                   MOVE "n" TO w-cnt-valida
               END-IF
           END-IF.
           IF w-cnt-valida = "s"
               MOVE cnt-art TO art_cod
               READ ARTICULOS
                   INVALID KEY
                       MOVE "ARTICULO INEXISTENTE" TO w-cnt-motivo
                       MOVE "n" TO w-cnt-valida
               END-READ
           END-IF.
      *
       0140-LIBERAR-CONTEO.
           MOVE cnt-dep   TO srt-cnt-dep.
           MOVE cnt-art   TO srt-cnt-art.
           MOVE cnt-fecha TO srt-cnt-fecha.
           MOVE cnt-cant  TO srt-cnt-cant.
           RELEASE srt-cnt-reg.
      *
       0150-RECHAZAR-CONTEO.
           MOVE cnt-crudo-texto TO rcn-crudo.
           MOVE w-cnt-motivo    TO rcn-motivo.
           WRITE rcn-reg.
           ADD 1 TO cont-rechazos.
      *
       0190-FIN-GRAL-VAL.
           CLOSE CONTEO-FISICO.
           CLOSE ARTICULOS.
           CLOSE RECHAZOS-CONTEO.
      *
      ****************** RUTINAS POSTEO DE AJUSTES **********************
      *
       0200-POSTEAR-AJUSTES.
           PERFORM 0210-INICIO-GRAL-AJU.
           PERFORM 0220-LEER-CONTEO-ORDENADO.
           PERFORM UNTIL flagConteoOrd = "s"
               PERFORM 0230-INICIO-DEPOSITO
               PERFORM UNTIL flagConteoOrd = "s"
                   OR cto-dep <> cto-dep-ant
                   PERFORM 0240-INICIO-ARTICULO
                   PERFORM UNTIL flagConteoOrd = "s"
                       OR cto-clave <> cto-clave-ant
                       PERFORM 0250-SUMAR-CONTEO
                       PERFORM 0220-LEER-CONTEO-ORDENADO
                   END-PERFORM
                   PERFORM 0260-FIN-ARTICULO
               END-PERFORM
               PERFORM 0280-FIN-DEPOSITO
           END-PERFORM.
           PERFORM 0290-FIN-GRAL-AJU.
      *
       0210-INICIO-GRAL-AJU.
           MOVE "n" TO flagConteoOrd.
           MOVE "D" TO w-seccion.
           MOVE "LISTADO DE DIFERENCIAS DE INVENTARIO FISICO"
               TO l-cnt-titulo.
           OPEN INPUT CONTEO-ORDENADO.
           OPEN INPUT ARTICULOS.
           OPEN INPUT PRECIOS-HIST.
           OPEN I-O STOCK.
           IF w-stk-status = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF.
           OPEN EXTEND STOCK-MOVIMIENTOS.
           IF w-mov-status = "35"
               OPEN OUTPUT STOCK-MOVIMIENTOS
           END-IF.
           OPEN OUTPUT LISTADO-CONTEO.
           PERFORM 0800-LISTAR-ENCABEZADO.
      *
       0220-LEER-CONTEO-ORDENADO.
           READ CONTEO-ORDENADO AT END MOVE "s" TO flagConteoOrd.
      *
       0230-INICIO-DEPOSITO.
           MOVE cto-dep TO cto-dep-ant.
           COMPUTE ix-dep = cto-dep + 1.
           MOVE "s" TO td-contado(ix-dep).
           MOVE ZEROES TO acu-valor-dep.
           MOVE ZEROES TO cont-art-dep.
      *
       0240-INICIO-ARTICULO.
           MOVE cto-clave TO cto-clave-ant.
           MOVE ZEROES TO acu-cant-contada.
           MOVE ZEROES TO w-fecha-conteo.
      *
       0250-SUMAR-CONTEO.
           ADD cto-cant TO acu-cant-contada.
           IF cto-fecha > w-fecha-conteo
               MOVE cto-fecha TO w-fecha-conteo
           END-IF.
      *
       0260-FIN-ARTICULO.
           ADD 1 TO cont-art-dep.
           ADD 1 TO cont-articulos.
           PERFORM 0262-TRAIGO-ARTICULO.
           PERFORM 0264-TRAIGO-STOCK.
           COMPUTE w-diferencia = acu-cant-contada - w-cant-libros.
           MOVE cto-art-clave-ant TO w-busca-art.
           MOVE w-fecha-conteo    TO w-busca-fecha.
           PERFORM 0350-BUSCAR-PRECIO-VIGENTE.
           COMPUTE w-valor-diferencia = w-diferencia * w-precio-vigente.
           ADD w-valor-diferencia TO acu-valor-dep.
           IF w-diferencia <> ZEROES
               PERFORM 0270-POSTEAR-AJUSTE
           END-IF.
           PERFORM 0275-GENERAR-LINEA-CNT.
           PERFORM 0850-LISTAR-DETALLE.
      *
       0262-TRAIGO-ARTICULO.
           MOVE cto-art-clave-ant TO art_cod.
           READ ARTICULOS
               INVALID KEY
                   MOVE spaces TO art_nombre
                   MOVE ZEROES TO art_precio
           END-READ.
      *
       0264-TRAIGO-STOCK.
           MOVE cto-dep-clave-ant TO stk_dep.
           MOVE cto-art-clave-ant TO stk_cod.
           READ STOCK
               INVALID KEY
                   MOVE "s" TO flagStock
                   MOVE ZEROES TO w-cant-libros
               NOT INVALID KEY
                   MOVE "n" TO flagStock
                   MOVE stk_cantidad TO w-cant-libros
           END-READ.
      *
       0270-POSTEAR-AJUSTE.
           IF flagStock = "s"
               MOVE cto-dep-clave-ant TO stk_dep
               MOVE cto-art-clave-ant TO stk_cod
               MOVE acu-cant-contada  TO stk_cantidad
               WRITE stk_reg
           ELSE
               MOVE acu-cant-contada  TO stk_cantidad
               REWRITE stk_reg
           END-IF.
           MOVE "A"               TO mov-tipo.
           MOVE cto-dep-clave-ant TO mov-dep.
           MOVE cto-art-clave-ant TO mov-art.
           MOVE w-fecha-conteo    TO mov-fecha.
           MOVE w-diferencia      TO mov-cant.
           MOVE stk_cantidad      TO mov-saldo.
           WRITE mov-reg.
           ADD 1 TO cont-ajustes.
      *
       0275-GENERAR-LINEA-CNT.
           MOVE cto-dep-clave-ant  TO l-cnt-dep.
           MOVE cto-art-clave-ant  TO l-cnt-cod.
           MOVE art_nombre         TO l-cnt-nombre.
           MOVE w-cant-libros      TO l-cnt-libros.
           MOVE acu-cant-contada   TO l-cnt-contado.
           MOVE w-diferencia       TO l-cnt-dif.
           MOVE w-precio-vigente   TO l-cnt-precio.
           MOVE w-valor-diferencia TO l-cnt-valor.
           EVALUATE TRUE
               WHEN w-diferencia > ZEROES
                   MOVE "SOBRANTE" TO l-cnt-obs
               WHEN w-diferencia < ZEROES
                   MOVE "FALTANTE" TO l-cnt-obs
               WHEN OTHER
                   MOVE spaces TO l-cnt-obs
           END-EVALUATE.
      *
       0280-FIN-DEPOSITO.
           MOVE cto-dep-ant   TO l-tdc-dep.
           MOVE cont-art-dep  TO l-tdc-articulos.
           MOVE acu-valor-dep TO l-tdc-valor.
           WRITE lis-cnt-reg FROM total-dep-cnt AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cnt-reg.
           MOVE spaces TO lis-cnt-reg.
           WRITE lis-cnt-reg AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           ADD acu-valor-dep TO acu-valor-gral.
      *
       0290-FIN-GRAL-AJU.
           MOVE "TOTAL ARTICULOS CONTADOS" TO l-tgc-etiqueta.
           MOVE cont-articulos TO l-tgc-cantidad.
           MOVE acu-valor-gral TO l-tgc-valor.
           WRITE lis-cnt-reg FROM total-gral-cnt AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cnt-reg.
           MOVE "TOTAL AJUSTES POSTEADOS" TO l-tgc-etiqueta.
           MOVE cont-ajustes TO l-tgc-cantidad.
           MOVE ZEROES TO l-tgc-valor.
           WRITE lis-cnt-reg FROM total-gral-cnt AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cnt-reg.
           CLOSE CONTEO-ORDENADO.
           CLOSE ARTICULOS.
           CLOSE PRECIOS-HIST.
           CLOSE STOCK-MOVIMIENTOS.
      *
       0350-BUSCAR-PRECIO-VIGENTE.
           MOVE w-busca-art   TO pre-cod.
           MOVE w-busca-fecha TO pre-fecha-desde.
           START PRECIOS-HIST KEY IS NOT GREATER THAN pre-clave
               INVALID KEY
                   MOVE art_precio TO w-precio-vigente
               NOT INVALID KEY
                   READ PRECIOS-HIST NEXT RECORD
                       AT END
                           MOVE art_precio TO w-precio-vigente
                       NOT AT END
                           IF pre-cod = w-busca-art
                               MOVE pre-precio TO w-precio-vigente
                           ELSE
                               MOVE art_precio TO w-precio-vigente
                           END-IF
                   END-READ
           END-START.
      *
      ************** RUTINAS ARTICULOS EN STOCK NO CONTADOS *************
      *
       0500-LISTAR-NO-CONTADOS.
           PERFORM 0510-INICIO-GRAL-NCO.
           PERFORM 0520-LEER-STOCK-SEC.
           PERFORM UNTIL flagStock = "s"
               PERFORM 0530-VERIFICAR-CONTADO
               PERFORM 0520-LEER-STOCK-SEC
           END-PERFORM.
           PERFORM 0590-FIN-GRAL-NCO.
      *
       0510-INICIO-GRAL-NCO.
           MOVE "N" TO w-seccion.
           MOVE "ARTICULOS EN STOCK NO CONTADOS" TO l-cnt-titulo.
           PERFORM 0800-LISTAR-ENCABEZADO.
           MOVE "n" TO flagConteoOrd.
           MOVE "n" TO flagStock.
           OPEN INPUT CONTEO-ORDENADO.
           OPEN INPUT ARTICULOS.
           PERFORM 0220-LEER-CONTEO-ORDENADO.
           MOVE ZEROES TO stk_clave.
           START STOCK KEY IS NOT LESS THAN stk_clave
               INVALID KEY MOVE "s" TO flagStock
           END-START.
      *
       0520-LEER-STOCK-SEC.
           IF flagStock <> "s"
               READ STOCK NEXT RECORD
                   AT END MOVE "s" TO flagStock
               END-READ
           END-IF.
      *
       0530-VERIFICAR-CONTADO.
           COMPUTE ix-dep = stk_dep + 1.
           IF td-contado(ix-dep) = "s"
               PERFORM UNTIL flagConteoOrd = "s"
                   OR cto-clave NOT < stk_clave
                   PERFORM 0220-LEER-CONTEO-ORDENADO
               END-PERFORM
               IF flagConteoOrd = "s"
                   OR cto-clave <> stk_clave
                   PERFORM 0540-LISTAR-NO-CONTADO
               END-IF
           END-IF.
      *
       0540-LISTAR-NO-CONTADO.
           MOVE stk_cod TO art_cod.
           READ ARTICULOS
               INVALID KEY MOVE spaces TO art_nombre
           END-READ.
           MOVE stk_dep      TO l-nco-dep.
           MOVE stk_cod      TO l-nco-cod.
           MOVE art_nombre   TO l-nco-nombre.
           MOVE stk_cantidad TO l-nco-libros.
           WRITE lis-cnt-reg FROM detalle-nco AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cnt-reg.
           ADD 1 TO cont-no-contados.
      *
       0590-FIN-GRAL-NCO.
           MOVE "TOTAL ARTICULOS NO CONTADOS" TO l-tgc-etiqueta.
           MOVE cont-no-contados TO l-tgc-cantidad.
           MOVE ZEROES TO l-tgc-valor.
           WRITE lis-cnt-reg FROM total-gral-cnt AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cnt-reg.
           CLOSE CONTEO-ORDENADO.
           CLOSE ARTICULOS.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-cnt-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-cnt-reg FROM cabecera-cnt1
               DISPLAY lis-cnt-reg
           ELSE
               WRITE lis-cnt-reg FROM cabecera-cnt1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-cnt-reg FROM cabecera-cnt2 AFTER 2.
           DISPLAY lis-cnt-reg.
           IF w-seccion = "D"
               WRITE lis-cnt-reg FROM cabecera-cnt3 AFTER 2
               DISPLAY lis-cnt-reg
               WRITE lis-cnt-reg FROM cabecera-cnt4
               DISPLAY lis-cnt-reg
           ELSE
               WRITE lis-cnt-reg FROM cabecera-nco3 AFTER 2
               DISPLAY lis-cnt-reg
               WRITE lis-cnt-reg FROM cabecera-nco4
               DISPLAY lis-cnt-reg
           END-IF.
      *
       0850-LISTAR-DETALLE.
           IF LINAGE-COUNTER OF LISTADO-CONTEO = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-cnt-reg FROM detalle-cnt AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cnt-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           CLOSE STOCK.
           CLOSE LISTADO-CONTEO.
           DISPLAY "LINEAS DE CONTEO LEIDAS:    " cont-conteos-leidos.
           DISPLAY "LINEAS DE CONTEO RECHAZADAS: " cont-rechazos.
           DISPLAY "ARTICULOS CONTADOS:         " cont-articulos.
           DISPLAY "AJUSTES POSTEADOS:          " cont-ajustes.
           DISPLAY "ARTICULOS NO CONTADOS:      " cont-no-contados.
      *
       END PROGRAM AJUSTE-INVENTARIO.
