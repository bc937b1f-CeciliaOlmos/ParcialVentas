      ******************************************************************
      * Author:
      * Date:
      * Purpose: Analisis de rotacion de stock por deposito a partir de
      *          la historia permanente de ventas. Para cada articulo
      *          de STOCK informa ultima fecha de venta, unidades
      *          vendidas en los ultimos 30/90/180 dias, dias de
      *          cobertura al ritmo actual y clasificacion ABC por
      *          valor de venta dentro del deposito. Los articulos con
      *          stock y sin ventas en el periodo se marcan como stock
      *          sin rotacion y se graban para que compras no los
      *          vuelva a pedir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACION-STOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-ROTACION ASSIGN TO "..\param-rotacion.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-prt-status.
           SELECT STOCK ASSIGN TO "..\stock.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is stk_clave
               FILE STATUS is w-stk-status.
           SELECT HISTORIA-VENTAS ASSIGN TO "..\historia-ventas.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is hve-clave
               FILE STATUS is w-hve-status.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is art_cod.
           SELECT SIN-ROTACION ASSIGN TO "..\sin-rotacion.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is srn-clave
               FILE STATUS is w-srn-status.
           SELECT ROTACION-SORT ASSIGN TO "sortwork".
           SELECT LISTADO-ROTACION ASSIGN TO
               PRINTER, "..\impre-rotacion.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-ROTACION.
       01  prt-reg.
           03 prt-fecha-corte       pic 9(8).
           03 prt-dias-sin-venta    pic 9(3).
       FD  STOCK.
       01  stk_reg.
           03 stk_clave.
               05 stk_dep           pic 99.
               05 stk_cod           pic 9(5).
           03 stk_cantidad         pic s9(5).
       FD  HISTORIA-VENTAS.
       01  hve-reg.
           03 hve-clave.
               05 hve-art            pic 9(5).
               05 hve-fecha          pic 9(8).
               05 hve-dep            pic 99.
               05 hve-factura        pic 9(8).
           03 hve-cant               pic s9(5).
           03 hve-importe            pic s9(10)v99.
           03 hve-fecha-proceso      pic 9(8).
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
       FD  SIN-ROTACION.
       01  srn-reg.
           03 srn-clave.
               05 srn-dep            pic 99.
               05 srn-art            pic 9(5).
           03 srn-stock              pic s9(5).
           03 srn-ultima-venta       pic 9(8).
           03 srn-fecha-proceso      pic 9(8).
       SD  ROTACION-SORT.
       01  srt-rot-reg.
           03 srt-rot-dep            pic 99.
           03 srt-rot-valor          pic s9(10)v99.
           03 srt-rot-art            pic 9(5).
           03 srt-rot-nombre         pic X(20).
           03 srt-rot-stock          pic s9(5).
           03 srt-rot-ultima         pic 9(8).
           03 srt-rot-cant-30        pic s9(5).
           03 srt-rot-cant-90        pic s9(5).
           03 srt-rot-cant-180       pic s9(5).
           03 srt-rot-cobertura      pic 9(5).
           03 srt-rot-sin-rotacion   pic X.
           03 srt-rot-hist-insuf     pic X.
       FD  LISTADO-ROTACION
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-rot-reg pic x(121).
       WORKING-STORAGE SECTION.
       77  flagStock               pic X.
       77  flagHistoria            pic X.
       77  flagSrtRotacion         pic X.
       77  w-prt-status            pic xx.
       77  w-stk-status            pic xx.
       77  w-hve-status            pic xx.
       77  w-srn-status            pic xx.
       77  w-fecha-proceso         pic 9(8).
       77  w-fecha-corte           pic 9(8).
       77  w-dias-sin-venta        pic 9(3).
       77  w-dias-venta            pic s9(5).
       77  w-sin-rotacion          pic X.
       77  w-hist-insuf            pic X.
       77  w-historia-completa     pic X.
       77  w-inicio-historia       pic 9(8).
       77  w-cobertura             pic 9(7).
       77  w-pct-acumulado         pic s9(3)v99.
       77  w-clase-abc             pic X.
       77  acu-ultima-venta        pic 9(8).
       77  acu-cant-30             pic s9(5).
       77  acu-cant-90             pic s9(5).
       77  acu-cant-180            pic s9(5).
       77  acu-valor-180           pic s9(10)v99.
       77  acu-valor-acum-dep      pic s9(12)v99.
       77  acu-valor-dep           pic s9(12)v99.
       77  acu-valor-tot           pic s9(12)v99.
       77  cont-art-dep            pic 9(5).
       77  cont-sin-rot-dep        pic 9(5).
       77  cont-clase-a            pic 9(5).
       77  cont-clase-b            pic 9(5).
       77  cont-clase-c            pic 9(5).
       77  cont-stock-leidos       pic 9(7).
       77  cont-sin-rotacion       pic 9(7).
       77  cont-hist-insuf         pic 9(7).
       01  w-cont-paginas          pic 99.
       01  ix-dep                  pic 999.
       01  srt-rot-dep-ant         pic 99.
       01  tabla-valor-dep.
           03 tvd-valor            pic s9(12)v99 OCCURS 100 TIMES.
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
      ************************* LINEAS DE IMPRESION ********************
      *
       01  cabecera-rot1.
           03 filler       pic x(2).
           03 filler       pic x(55)
               value "ROTACION DE STOCK Y CLASIFICACION ABC".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-rot-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-rot2.
           03 filler       pic x(121) value all "-".
       01  cabecera-rot-par.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value "FECHA CORTE: ".
           03 l-rotp-fecha pic 9(8).
           03 filler       pic x(30)
               value "  SIN ROTACION: SIN VENTAS EN ".
           03 l-rotp-dias  pic zz9.
           03 filler       pic x(5)  value " DIAS".
       01  cabecera-rot3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(2)  value "DP".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value "CODIG".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(7)  value "  STOCK".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "ULT.VTA.".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "  V.30".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "  V.90".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value " V.180".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(14) value "   VALOR 180 D".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(5)  value "COBER".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "ABC".
       01  cabecera-rot4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(2)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(7)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(14) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(5)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
       01  detalle-rot.
           03 filler       pic x(2)  value spaces.
           03 l-rot-dep    pic 99.
           03 filler       pic x(2)  value spaces.
           03 l-rot-art    pic 9(5).
           03 filler       pic x(1)  value spaces.
           03 l-rot-nombre pic x(20).
           03 filler       pic x(1)  value spaces.
           03 l-rot-stock  pic -zz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-rot-ultima pic x(8).
           03 filler       pic x(1)  value spaces.
           03 l-rot-v30    pic -zzzz9.
           03 filler       pic x(1)  value spaces.
           03 l-rot-v90    pic -zzzz9.
           03 filler       pic x(1)  value spaces.
           03 l-rot-v180   pic -zzzz9.
           03 filler       pic x(1)  value spaces.
           03 l-rot-valor  pic -zz.zzz.zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-rot-cobertura pic x(5).
           03 filler       pic x(3)  value spaces.
           03 l-rot-abc    pic x.
           03 filler       pic x(2)  value spaces.
           03 l-rot-marca  pic x(21).
       01  w-cobertura-edit        pic zzzz9.
       01  total-rot.
           03 filler       pic x(2)  value spaces.
           03 l-tor-etiqueta pic x(40).
           03 filler       pic x(2)  value spaces.
           03 l-tor-cantidad pic zz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-tor-valor  pic -zzz.zzz.zzz.zz9,99.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           SORT ROTACION-SORT
               ASCENDING srt-rot-dep
               DESCENDING srt-rot-valor
               ASCENDING srt-rot-art
               INPUT PROCEDURE IS 0100-ANALIZAR-STOCK
               OUTPUT PROCEDURE IS 0200-LISTAR-ROTACION.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE w-fecha-proceso TO w-fecha-corte.
           MOVE 180 TO w-dias-sin-venta.
           OPEN INPUT PARAMETROS-ROTACION.
           IF w-prt-status = "00"
               READ PARAMETROS-ROTACION
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 0015-TOMAR-PARAMETROS
               END-READ
               CLOSE PARAMETROS-ROTACION
           END-IF.
           MOVE ZEROES TO cont-stock-leidos.
           MOVE ZEROES TO cont-sin-rotacion.
           MOVE ZEROES TO cont-hist-insuf.
           MOVE ZEROES TO acu-valor-tot.
           MOVE ZEROES TO w-cont-paginas.
           PERFORM VARYING ix-dep FROM 1 BY 1 UNTIL ix-dep > 100
               MOVE ZEROES TO tvd-valor(ix-dep)
           END-PERFORM.
           OPEN INPUT ARTICULOS.
           OPEN INPUT HISTORIA-VENTAS.
           IF w-hve-status = "35"
               OPEN OUTPUT HISTORIA-VENTAS
               CLOSE HISTORIA-VENTAS
               OPEN INPUT HISTORIA-VENTAS
           END-IF.
           PERFORM 0020-VERIFICAR-HISTORIA.
           OPEN OUTPUT SIN-ROTACION.
           OPEN OUTPUT LISTADO-ROTACION.
      *
       0015-TOMAR-PARAMETROS.
           IF prt-fecha-corte IS NUMERIC
               AND prt-fecha-corte <> ZEROES
               MOVE prt-fecha-corte TO w-fecha-corte
           END-IF.
           IF prt-dias-sin-venta IS NUMERIC
               AND prt-dias-sin-venta <> ZEROES
               MOVE prt-dias-sin-venta TO w-dias-sin-venta
           END-IF.
      *
      * Un articulo sin ventas solo se declara sin rotacion cuando la
      * historia cubre toda la ventana; si la historia empieza despues
      * no se sabe si el articulo se vendio antes de esa fecha.
       0020-VERIFICAR-HISTORIA.
           MOVE 99999999 TO w-inicio-historia.
           MOVE "n" TO flagHistoria.
           PERFORM UNTIL flagHistoria = "s"
               READ HISTORIA-VENTAS NEXT RECORD
                   AT END MOVE "s" TO flagHistoria
                   NOT AT END
                       IF hve-fecha < w-inicio-historia
                           MOVE hve-fecha TO w-inicio-historia
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "n" TO w-historia-completa.
           IF w-inicio-historia NOT > w-fecha-corte
               MOVE w-inicio-historia TO w-fecha-calc-a
               MOVE w-fecha-corte     TO w-fecha-calc-b
               PERFORM 0145-CALCULAR-DIAS
               IF w-dias-venta NOT < w-dias-sin-venta
                   MOVE "s" TO w-historia-completa
               END-IF
           END-IF.
      *
      **************** RUTINAS ANALISIS DE STOCK (INPUT) ***************
      *
       0100-ANALIZAR-STOCK.
           MOVE "n" TO flagStock.
           OPEN INPUT STOCK.
           IF w-stk-status = "35"
               MOVE "s" TO flagStock
           ELSE
               PERFORM 0120-LEER-STOCK
           END-IF.
           PERFORM UNTIL flagStock = "s"
               PERFORM 0130-ANALIZAR-ARTICULO
               PERFORM 0160-RELEASE-ROTACION
               PERFORM 0120-LEER-STOCK
           END-PERFORM.
           IF w-stk-status <> "35"
               CLOSE STOCK
           END-IF.
      *
       0120-LEER-STOCK.
           READ STOCK NEXT RECORD AT END MOVE "s" TO flagStock.
           IF flagStock <> "s"
               ADD 1 TO cont-stock-leidos
           END-IF.
      *
       0130-ANALIZAR-ARTICULO.
           MOVE ZEROES TO acu-ultima-venta.
           MOVE ZEROES TO acu-cant-30.
           MOVE ZEROES TO acu-cant-90.
           MOVE ZEROES TO acu-cant-180.
           MOVE ZEROES TO acu-valor-180.
           MOVE "n" TO flagHistoria.
           MOVE stk_cod TO hve-art.
           MOVE ZEROES  TO hve-fecha.
           MOVE ZEROES  TO hve-dep.
           MOVE ZEROES  TO hve-factura.
           START HISTORIA-VENTAS KEY IS NOT LESS THAN hve-clave
               INVALID KEY MOVE "s" TO flagHistoria
           END-START.
           PERFORM UNTIL flagHistoria = "s"
               READ HISTORIA-VENTAS NEXT RECORD
                   AT END MOVE "s" TO flagHistoria
                   NOT AT END
                       IF hve-art <> stk_cod
                           OR hve-fecha > w-fecha-corte
                           MOVE "s" TO flagHistoria
                       ELSE
                           IF hve-dep = stk_dep
                               PERFORM 0140-SUMAR-VENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0150-EVALUAR-ROTACION.
      *
       0140-SUMAR-VENTA.
           IF hve-fecha > acu-ultima-venta
               MOVE hve-fecha TO acu-ultima-venta
           END-IF.
           MOVE hve-fecha     TO w-fecha-calc-a.
           MOVE w-fecha-corte TO w-fecha-calc-b.
           PERFORM 0145-CALCULAR-DIAS.
           IF w-dias-venta < 180
               ADD hve-cant    TO acu-cant-180
               ADD hve-importe TO acu-valor-180
           END-IF.
           IF w-dias-venta < 90
               ADD hve-cant    TO acu-cant-90
           END-IF.
           IF w-dias-venta < 30
               ADD hve-cant    TO acu-cant-30
           END-IF.
      *
       0145-CALCULAR-DIAS.
           COMPUTE w-dias-venta =
               (w-fcb-anio - w-fca-anio) * 360
               + (w-fcb-mes - w-fca-mes) * 30
               + (w-fcb-dia - w-fca-dia).
      *
       0150-EVALUAR-ROTACION.
           MOVE "n" TO w-sin-rotacion.
           MOVE "n" TO w-hist-insuf.
           IF stk_cantidad > ZEROES
               IF acu-ultima-venta = ZEROES
                   IF w-historia-completa = "s"
                       MOVE "s" TO w-sin-rotacion
                   ELSE
                       MOVE "s" TO w-hist-insuf
                       ADD 1 TO cont-hist-insuf
                   END-IF
               ELSE
                   MOVE acu-ultima-venta TO w-fecha-calc-a
                   MOVE w-fecha-corte    TO w-fecha-calc-b
                   PERFORM 0145-CALCULAR-DIAS
                   IF w-dias-venta NOT < w-dias-sin-venta
                       MOVE "s" TO w-sin-rotacion
                   END-IF
               END-IF
           END-IF.
           IF acu-cant-90 > ZEROES AND stk_cantidad > ZEROES
               COMPUTE w-cobertura = stk_cantidad * 90 / acu-cant-90
               IF w-cobertura > 99999
                   MOVE 99999 TO w-cobertura
               END-IF
           ELSE
               MOVE ZEROES TO w-cobertura
           END-IF.
           IF w-sin-rotacion = "s"
               PERFORM 0155-GRABAR-SIN-ROTACION
           END-IF.
           COMPUTE ix-dep = stk_dep + 1.
           ADD acu-valor-180 TO tvd-valor(ix-dep).
      *
       0155-GRABAR-SIN-ROTACION.
           MOVE stk_dep          TO srn-dep.
           MOVE stk_cod          TO srn-art.
           MOVE stk_cantidad     TO srn-stock.
           MOVE acu-ultima-venta TO srn-ultima-venta.
           MOVE w-fecha-proceso  TO srn-fecha-proceso.
           WRITE srn-reg.
           ADD 1 TO cont-sin-rotacion.
      *
       0160-RELEASE-ROTACION.
           MOVE stk_cod TO art_cod.
           READ ARTICULOS
               INVALID KEY MOVE "*** ARTICULO INEXISTENTE" TO art_nombre
           END-READ.
           MOVE stk_dep          TO srt-rot-dep.
           MOVE acu-valor-180    TO srt-rot-valor.
           MOVE stk_cod          TO srt-rot-art.
           MOVE art_nombre       TO srt-rot-nombre.
           MOVE stk_cantidad     TO srt-rot-stock.
           MOVE acu-ultima-venta TO srt-rot-ultima.
           MOVE acu-cant-30      TO srt-rot-cant-30.
           MOVE acu-cant-90      TO srt-rot-cant-90.
           MOVE acu-cant-180     TO srt-rot-cant-180.
           MOVE w-cobertura      TO srt-rot-cobertura.
           MOVE w-sin-rotacion   TO srt-rot-sin-rotacion.
           MOVE w-hist-insuf     TO srt-rot-hist-insuf.
           RELEASE srt-rot-reg.
      *
      **************** RUTINAS LISTADO DE ROTACION (OUTPUT) ************
      *
       0200-LISTAR-ROTACION.
           MOVE "n" TO flagSrtRotacion.
           PERFORM 0800-LISTAR-ENCABEZADO.
           PERFORM 0220-LEER-REGISTRO-SRT-ROT.
           PERFORM UNTIL flagSrtRotacion = "s"
               PERFORM 0230-INICIO-DEP
               PERFORM UNTIL flagSrtRotacion = "s"
                   OR srt-rot-dep <> srt-rot-dep-ant
                   PERFORM 0240-LISTAR-ARTICULO
                   PERFORM 0220-LEER-REGISTRO-SRT-ROT
               END-PERFORM
               PERFORM 0250-FIN-DEP
           END-PERFORM.
           MOVE "TOTAL GENERAL VENTAS 180 DIAS" TO l-tor-etiqueta.
           MOVE cont-stock-leidos TO l-tor-cantidad.
           MOVE acu-valor-tot     TO l-tor-valor.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "TOTAL ARTICULOS SIN ROTACION" TO l-tor-etiqueta.
           MOVE cont-sin-rotacion TO l-tor-cantidad.
           MOVE ZEROES            TO l-tor-valor.
           PERFORM 0860-LISTAR-TOTAL.
           IF cont-hist-insuf > ZEROES
               MOVE "TOTAL ARTICULOS HISTORIA INSUFICIENTE"
                   TO l-tor-etiqueta
               MOVE cont-hist-insuf TO l-tor-cantidad
               PERFORM 0860-LISTAR-TOTAL
           END-IF.
      *
       0220-LEER-REGISTRO-SRT-ROT.
           RETURN ROTACION-SORT AT END MOVE "s" TO flagSrtRotacion.
      *
       0230-INICIO-DEP.
           MOVE srt-rot-dep TO srt-rot-dep-ant.
           COMPUTE ix-dep = srt-rot-dep + 1.
           MOVE tvd-valor(ix-dep) TO acu-valor-dep.
           MOVE ZEROES TO acu-valor-acum-dep.
           MOVE ZEROES TO cont-art-dep.
           MOVE ZEROES TO cont-sin-rot-dep.
           MOVE ZEROES TO cont-clase-a.
           MOVE ZEROES TO cont-clase-b.
           MOVE ZEROES TO cont-clase-c.
      *
       0240-LISTAR-ARTICULO.
           ADD 1 TO cont-art-dep.
           ADD srt-rot-valor TO acu-valor-acum-dep.
           PERFORM 0245-CLASIFICAR-ABC.
           MOVE srt-rot-dep       TO l-rot-dep.
           MOVE srt-rot-art       TO l-rot-art.
           MOVE srt-rot-nombre    TO l-rot-nombre.
           MOVE srt-rot-stock     TO l-rot-stock.
           IF srt-rot-ultima = ZEROES
               MOVE "NUNCA"       TO l-rot-ultima
           ELSE
               MOVE srt-rot-ultima TO l-rot-ultima
           END-IF.
           MOVE srt-rot-cant-30   TO l-rot-v30.
           MOVE srt-rot-cant-90   TO l-rot-v90.
           MOVE srt-rot-cant-180  TO l-rot-v180.
           MOVE srt-rot-valor     TO l-rot-valor.
           IF srt-rot-cobertura = ZEROES
               MOVE "  S/V"       TO l-rot-cobertura
           ELSE
               MOVE srt-rot-cobertura TO w-cobertura-edit
               MOVE w-cobertura-edit  TO l-rot-cobertura
           END-IF.
           MOVE w-clase-abc       TO l-rot-abc.
           EVALUATE TRUE
               WHEN srt-rot-sin-rotacion = "s"
                   MOVE "*SIN ROT.*"  TO l-rot-marca
                   ADD 1 TO cont-sin-rot-dep
               WHEN srt-rot-hist-insuf = "s"
                   MOVE "HISTORIA INSUFICIENTE" TO l-rot-marca
               WHEN OTHER
                   MOVE spaces        TO l-rot-marca
           END-EVALUATE.
           PERFORM 0850-LISTAR-DETALLE.
      *
       0245-CLASIFICAR-ABC.
           IF acu-valor-dep > ZEROES AND srt-rot-valor > ZEROES
               COMPUTE w-pct-acumulado ROUNDED =
                   acu-valor-acum-dep * 100 / acu-valor-dep
                   ON SIZE ERROR MOVE 100 TO w-pct-acumulado
               END-COMPUTE
           ELSE
               MOVE 100 TO w-pct-acumulado
           END-IF.
           EVALUATE TRUE
               WHEN srt-rot-valor NOT > ZEROES
                   MOVE "C" TO w-clase-abc
                   ADD 1 TO cont-clase-c
               WHEN w-pct-acumulado NOT > 80
                   MOVE "A" TO w-clase-abc
                   ADD 1 TO cont-clase-a
               WHEN w-pct-acumulado NOT > 95
                   MOVE "B" TO w-clase-abc
                   ADD 1 TO cont-clase-b
               WHEN OTHER
                   MOVE "C" TO w-clase-abc
                   ADD 1 TO cont-clase-c
           END-EVALUATE.
      *
       0250-FIN-DEP.
           ADD acu-valor-dep TO acu-valor-tot.
           MOVE spaces TO l-tor-etiqueta.
           STRING "TOTAL DEPOSITO " DELIMITED BY SIZE
               srt-rot-dep-ant DELIMITED BY SIZE
               " - ARTICULOS / VENTAS" DELIMITED BY SIZE
               INTO l-tor-etiqueta
           END-STRING.
           MOVE cont-art-dep  TO l-tor-cantidad.
           MOVE acu-valor-dep TO l-tor-valor.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "  ARTICULOS CLASE A" TO l-tor-etiqueta.
           MOVE cont-clase-a TO l-tor-cantidad.
           MOVE ZEROES       TO l-tor-valor.
           PERFORM 0865-LISTAR-SUBTOTAL.
           MOVE "  ARTICULOS CLASE B" TO l-tor-etiqueta.
           MOVE cont-clase-b TO l-tor-cantidad.
           PERFORM 0865-LISTAR-SUBTOTAL.
           MOVE "  ARTICULOS CLASE C" TO l-tor-etiqueta.
           MOVE cont-clase-c TO l-tor-cantidad.
           PERFORM 0865-LISTAR-SUBTOTAL.
           MOVE "  ARTICULOS SIN ROTACION" TO l-tor-etiqueta.
           MOVE cont-sin-rot-dep TO l-tor-cantidad.
           PERFORM 0865-LISTAR-SUBTOTAL.
           MOVE spaces TO lis-rot-reg.
           WRITE lis-rot-reg AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-rot-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-rot-reg FROM cabecera-rot1
               DISPLAY lis-rot-reg
           ELSE
               WRITE lis-rot-reg FROM cabecera-rot1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-rot-reg FROM cabecera-rot2 AFTER 2.
           DISPLAY lis-rot-reg.
           MOVE w-fecha-corte    TO l-rotp-fecha.
           MOVE w-dias-sin-venta TO l-rotp-dias.
           WRITE lis-rot-reg FROM cabecera-rot-par AFTER 1.
           DISPLAY lis-rot-reg.
           WRITE lis-rot-reg FROM cabecera-rot3 AFTER 2.
           DISPLAY lis-rot-reg.
           WRITE lis-rot-reg FROM cabecera-rot4.
           DISPLAY lis-rot-reg.
      *
       0850-LISTAR-DETALLE.
           IF LINAGE-COUNTER OF LISTADO-ROTACION = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-rot-reg FROM detalle-rot AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-rot-reg.
      *
       0860-LISTAR-TOTAL.
           WRITE lis-rot-reg FROM total-rot AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-rot-reg.
      *
       0865-LISTAR-SUBTOTAL.
           WRITE lis-rot-reg FROM total-rot AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-rot-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           CLOSE ARTICULOS.
           CLOSE HISTORIA-VENTAS.
           CLOSE SIN-ROTACION.
           CLOSE LISTADO-ROTACION.
           DISPLAY "REGISTROS DE STOCK ANALIZADOS: " cont-stock-leidos.
           DISPLAY "ARTICULOS SIN ROTACION:        " cont-sin-rotacion.
      *
       END PROGRAM ROTACION-STOCK.
