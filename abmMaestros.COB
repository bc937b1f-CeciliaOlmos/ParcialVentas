      * Date:
      * Purpose: Mantenimiento batch de los maestros ARTICULOS y
      *          PRECIOS-HIST a partir de un archivo de transacciones
      *          de altas, bajas y modificaciones (precio, IVA y
      *          proveedor habitual), con log de auditoria
      *          antes/despues y listado de transacciones rechazadas.
      * Tectonics: cobc
      ******************************************************************
               88 trx-cambio-precio   value "P".
               88 trx-cambio-iva      value "I".
               88 trx-baja            value "B".
               88 trx-cambio-proveedor value "V".
           03 trx-art              pic 9(5).
           03 trx-nombre           pic X(20).
           03 trx-precio           pic 9(6)v99.
           03 trx-iva              pic 9(2)v99.
           03 trx-fecha-desde      pic 9(8).
           03 trx-proveedor        pic X(10).
       01  trx-reg-crudo REDEFINES trx-reg.
           03 trx-crudo-texto      pic x(56).
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 9(5).
           03 art_estado           pic X.
               88 art-activo        value "A".
               88 art-inactivo      value "I".
           03 art_proveedor        pic X(10).
       FD  PRECIOS-HIST.
       01  pre-reg.
           03 pre-clave.
           03 aud-fecha            pic 9(8).
           03 aud-tipo             pic X.
           03 aud-art              pic 9(5).
           03 aud-antes            pic x(48).
           03 aud-despues          pic x(48).
       FD  RECHAZOS-MAESTROS.
       01  rchm-reg.
           03 rchm-crudo           pic x(56).
           03 rchm-motivo          pic x(40).
       WORKING-STORAGE SECTION.
       77  flagTransacciones       pic X.
       77  cont-trans-leidas       pic 9(5).
       77  cont-trans-aplicadas    pic 9(5).
       77  cont-trans-rechazadas   pic 9(5).
       01  w-imagen-articulo       pic x(48).
       01  w-fecha-valida          pic 9(8).
       01  w-fecha-valida-r REDEFINES w-fecha-valida.
           03 w-fev-anio           pic 9(4).
                       PERFORM 0500-CAMBIO-PRECIO
                   WHEN trx-cambio-iva
                       PERFORM 0600-CAMBIO-IVA
                   WHEN trx-cambio-proveedor
                       PERFORM 0650-CAMBIO-PROVEEDOR
                   WHEN trx-baja
                       PERFORM 0700-BAJA-ARTICULO
               END-EVALUATE
           EVALUATE TRUE
               WHEN trx-tipo <> "A" AND trx-tipo <> "P"
                   AND trx-tipo <> "I" AND trx-tipo <> "B"
                   AND trx-tipo <> "V"
                   MOVE "TIPO DE TRANSACCION INVALIDO" TO w-trx-motivo
               WHEN trx-art IS NOT NUMERIC
                   MOVE "CODIGO DE ARTICULO NO NUMERICO" TO w-trx-motivo
               WHEN trx-cambio-precio
                   AND trx-fecha-desde IS NOT NUMERIC
                   MOVE "FECHA DE VIGENCIA NO NUMERICA" TO w-trx-motivo
               WHEN trx-cambio-proveedor AND trx-proveedor = spaces
                   MOVE "PROVEEDOR VACIO" TO w-trx-motivo
           END-EVALUATE.
           IF w-trx-motivo <> spaces
               MOVE "n" TO w-trx-valida
           MOVE trx-precio TO art_precio.
           MOVE trx-iva    TO art_iva.
           MOVE "A"        TO art_estado.
           MOVE trx-proveedor TO art_proveedor.
           WRITE art_reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
           MOVE trx-iva TO art_iva.
           REWRITE art_reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
       0650-CAMBIO-PROVEEDOR.
           MOVE art_reg TO w-imagen-articulo.
           MOVE trx-proveedor TO art_proveedor.
           REWRITE art_reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
      ********************** RUTINAS DE BAJA ***************************
      *
