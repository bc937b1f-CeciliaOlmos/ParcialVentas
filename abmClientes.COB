      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento batch del maestro CLIENTES a partir de un
      *          archivo de transacciones de altas, cambios de limite de
      *          credito, bloqueo/desbloqueo, cambio de condicion
      *          fiscal, exencion de intereses por mora y bajas, con
      *          validacion del digito verificador del CUIT, log de
      *          auditoria antes/despues y listado de transacciones
      *          rechazadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACCIONES-CLIENTES ASSIGN TO
               "..\trans-clientes.txt"
               ORGANIZATION is line SEQUENTIAL.
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
           SELECT AUDITORIA-CLIENTES ASSIGN TO
               "..\auditoria-clientes.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT RECHAZOS-CLIENTES ASSIGN TO
               "..\rechazos-clientes.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACCIONES-CLIENTES.
       01  trc-reg.
           03 trc-tipo             pic X.
               88 trc-alta              value "A".
               88 trc-cambio-limite     value "L".
               88 trc-bloqueo           value "B".
               88 trc-desbloqueo        value "D".
               88 trc-cambio-cond       value "F".
               88 trc-baja              value "E".
               88 trc-cambio-interes    value "I".
           03 trc-cli              pic 9(5).
           03 trc-nombre           pic X(25).
           03 trc-limite           pic 9(9)v99.
           03 trc-cuit             pic 9(11).
           03 trc-cond-fiscal      pic X(2).
               88 trc-cond-valida       value "RI" "MT" "EX" "CF".
               88 trc-cons-final        value "CF".
           03 trc-exento-interes   pic X.
               88 trc-exento-valido     value "S" "N".
       01  trc-reg-crudo REDEFINES trc-reg.
           03 trc-crudo-texto      pic x(56).
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
       FD  AUDITORIA-CLIENTES.
       01  audc-reg.
           03 audc-fecha           pic 9(8).
           03 audc-tipo            pic X.
           03 audc-cli             pic 9(5).
           03 audc-antes           pic x(56).
           03 audc-despues         pic x(56).
       FD  RECHAZOS-CLIENTES.
       01  rchc-reg.
           03 rchc-crudo           pic x(56).
           03 rchc-motivo          pic x(40).
       WORKING-STORAGE SECTION.
       77  flagTransacciones       pic X.
       77  flagCtaCte              pic X.
       77  w-trx-valida            pic X.
       77  w-cli-status            pic xx.
       77  w-ctc-status            pic xx.
       77  w-ctc-abierta           pic X.
       77  w-fecha-proceso         pic 9(8).
       77  w-trx-motivo            pic x(40).
       77  cont-trans-leidas       pic 9(5).
       77  cont-trans-aplicadas    pic 9(5).
       77  cont-trans-rechazadas   pic 9(5).
       77  ix-cuit                 pic 99.
       77  w-suma-cuit             pic 9(4).
       77  w-cociente-cuit         pic 9(4).
       77  w-resto-cuit            pic 99.
       77  w-dv-cuit               pic 99.
       01  w-imagen-cliente        pic x(56).
       01  w-cuit-valida           pic 9(11).
       01  w-cuit-valida-r REDEFINES w-cuit-valida.
           03 w-cuit-dig           pic 9 OCCURS 11 TIMES.
       01  w-pesos-cuit-valores    pic x(10) value "5432765432".
       01  w-pesos-cuit REDEFINES w-pesos-cuit-valores.
           03 w-peso-cuit          pic 9 OCCURS 10 TIMES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0100-INICIO-GENERAL.
           PERFORM 0200-LEER-TRANSACCION.
           PERFORM UNTIL flagTransacciones = "s"
               PERFORM 0300-PROCESAR-TRANSACCION
               PERFORM 0200-LEER-TRANSACCION
           END-PERFORM.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0100-INICIO-GENERAL.
           PERFORM 0110-INICIO-VAR-GRAL.
           PERFORM 0120-ABRO-ARCHIVOS.
      *
       0110-INICIO-VAR-GRAL.
           MOVE "n" TO flagTransacciones.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE ZEROES TO cont-trans-leidas.
           MOVE ZEROES TO cont-trans-aplicadas.
           MOVE ZEROES TO cont-trans-rechazadas.
      *
       0120-ABRO-ARCHIVOS.
           OPEN INPUT TRANSACCIONES-CLIENTES.
           OPEN I-O CLIENTES.
           IF w-cli-status = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
           OPEN INPUT CUENTA-CORRIENTE.
           IF w-ctc-status = "35"
               OPEN OUTPUT CUENTA-CORRIENTE
               CLOSE CUENTA-CORRIENTE
               OPEN INPUT CUENTA-CORRIENTE
           END-IF.
           OPEN OUTPUT AUDITORIA-CLIENTES.
           OPEN OUTPUT RECHAZOS-CLIENTES.
      *
       0200-LEER-TRANSACCION.
           READ TRANSACCIONES-CLIENTES
               AT END MOVE "s" TO flagTransacciones.
           IF flagTransacciones <> "s"
               ADD 1 TO cont-trans-leidas
           END-IF.
      *
      ********************** RUTINAS DE PROCESO ************************
      *
       0300-PROCESAR-TRANSACCION.
           PERFORM 0310-VALIDAR-TRANSACCION.
           IF w-trx-valida = "s"
               EVALUATE TRUE
                   WHEN trc-alta
                       PERFORM 0400-ALTA-CLIENTE
                   WHEN trc-cambio-limite
                       PERFORM 0500-CAMBIO-LIMITE
                   WHEN trc-bloqueo
                       PERFORM 0550-BLOQUEO-CLIENTE
                   WHEN trc-desbloqueo
                       PERFORM 0560-DESBLOQUEO-CLIENTE
                   WHEN trc-cambio-cond
                       PERFORM 0600-CAMBIO-COND-FISCAL
                   WHEN trc-cambio-interes
                       PERFORM 0650-CAMBIO-EXENCION-INTERES
                   WHEN trc-baja
                       PERFORM 0700-BAJA-CLIENTE
               END-EVALUATE
               ADD 1 TO cont-trans-aplicadas
           ELSE
               PERFORM 0320-RECHAZAR-TRANSACCION
           END-IF.
      *
       0310-VALIDAR-TRANSACCION.
           MOVE "s" TO w-trx-valida.
           MOVE spaces TO w-trx-motivo.
           EVALUATE TRUE
               WHEN trc-tipo <> "A" AND trc-tipo <> "L"
                   AND trc-tipo <> "B" AND trc-tipo <> "D"
                   AND trc-tipo <> "F" AND trc-tipo <> "E"
                   AND trc-tipo <> "I"
                   MOVE "TIPO DE TRANSACCION INVALIDO" TO w-trx-motivo
               WHEN trc-cli IS NOT NUMERIC
                   MOVE "CODIGO DE CLIENTE NO NUMERICO" TO w-trx-motivo
               WHEN trc-alta AND trc-nombre = spaces
                   MOVE "NOMBRE DE CLIENTE VACIO" TO w-trx-motivo
               WHEN (trc-alta OR trc-cambio-limite)
                   AND trc-limite IS NOT NUMERIC
                   MOVE "LIMITE DE CREDITO NO NUMERICO" TO w-trx-motivo
               WHEN (trc-alta OR trc-cambio-cond)
                   AND NOT trc-cond-valida
                   MOVE "CONDICION FISCAL INVALIDA" TO w-trx-motivo
               WHEN trc-cambio-interes AND NOT trc-exento-valido
                   MOVE "MARCA DE EXENCION DE INTERES INVALIDA"
                       TO w-trx-motivo
               WHEN trc-alta AND NOT trc-exento-valido
                   AND trc-exento-interes <> spaces
                   MOVE "MARCA DE EXENCION DE INTERES INVALIDA"
                       TO w-trx-motivo
               WHEN trc-alta AND trc-cuit IS NOT NUMERIC
                   MOVE "CUIT NO NUMERICO" TO w-trx-motivo
               WHEN trc-cambio-cond AND trc-cuit IS NOT NUMERIC
                   AND trc-cuit <> spaces
                   MOVE "CUIT NO NUMERICO" TO w-trx-motivo
               WHEN trc-alta AND trc-cuit = ZEROES
                   AND NOT trc-cons-final
                   MOVE "CUIT OBLIGATORIO PARA LA CONDICION FISCAL"
                       TO w-trx-motivo
           END-EVALUATE.
           IF w-trx-motivo <> spaces
               MOVE "n" TO w-trx-valida
           END-IF.
           IF w-trx-valida = "s" AND trc-alta
               AND trc-cuit <> ZEROES
               PERFORM 0315-VALIDAR-CUIT
           END-IF.
           IF w-trx-valida = "s"
               PERFORM 0318-VALIDAR-EXISTENCIA
           END-IF.
           IF w-trx-valida = "s" AND trc-cambio-cond
               PERFORM 0317-VALIDAR-CUIT-CONDICION
           END-IF.
           IF w-trx-valida = "s" AND trc-baja
               PERFORM 0319-VERIFICAR-CTACTE-ABIERTA
           END-IF.
      *
       0315-VALIDAR-CUIT.
           MOVE trc-cuit TO w-cuit-valida.
           MOVE ZEROES TO w-suma-cuit.
           PERFORM VARYING ix-cuit FROM 1 BY 1
               UNTIL ix-cuit > 10
               COMPUTE w-suma-cuit = w-suma-cuit
                   + w-cuit-dig(ix-cuit) * w-peso-cuit(ix-cuit)
           END-PERFORM.
           DIVIDE w-suma-cuit BY 11 GIVING w-cociente-cuit
               REMAINDER w-resto-cuit.
           IF w-resto-cuit = ZEROES
               MOVE ZEROES TO w-dv-cuit
           ELSE
               COMPUTE w-dv-cuit = 11 - w-resto-cuit
           END-IF.
           IF w-dv-cuit <> w-cuit-dig(11)
               MOVE "CUIT CON DIGITO VERIFICADOR INVALIDO"
                   TO w-trx-motivo
               MOVE "n" TO w-trx-valida
           END-IF.
      *
       0317-VALIDAR-CUIT-CONDICION.
           IF trc-cuit IS NUMERIC AND trc-cuit <> ZEROES
               PERFORM 0315-VALIDAR-CUIT
           ELSE
               IF NOT trc-cons-final AND cli-cuit = ZEROES
                   MOVE "CUIT OBLIGATORIO PARA LA CONDICION FISCAL"
                       TO w-trx-motivo
                   MOVE "n" TO w-trx-valida
               END-IF
           END-IF.
      *
       0318-VALIDAR-EXISTENCIA.
           MOVE trc-cli TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   IF NOT trc-alta
                       MOVE "CLIENTE INEXISTENTE" TO w-trx-motivo
                       MOVE "n" TO w-trx-valida
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN trc-alta
                           MOVE "CLIENTE YA EXISTENTE" TO w-trx-motivo
                           MOVE "n" TO w-trx-valida
                       WHEN trc-bloqueo AND cli-bloqueado
                           MOVE "CLIENTE YA BLOQUEADO" TO w-trx-motivo
                           MOVE "n" TO w-trx-valida
                       WHEN trc-desbloqueo AND NOT cli-bloqueado
                           MOVE "CLIENTE NO ESTA BLOQUEADO"
                               TO w-trx-motivo
                           MOVE "n" TO w-trx-valida
                   END-EVALUATE
           END-READ.
      *
       0319-VERIFICAR-CTACTE-ABIERTA.
           MOVE "n" TO w-ctc-abierta.
           MOVE "n" TO flagCtaCte.
           MOVE trc-cli TO ctc-cliente.
           MOVE ZEROES  TO ctc-factura.
           START CUENTA-CORRIENTE KEY IS NOT LESS THAN ctc-clave
               INVALID KEY MOVE "s" TO flagCtaCte
           END-START.
           IF flagCtaCte <> "s"
               READ CUENTA-CORRIENTE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF ctc-cliente = trc-cli
                           MOVE "s" TO w-ctc-abierta
                       END-IF
               END-READ
           END-IF.
           IF w-ctc-abierta = "s"
               MOVE "CLIENTE CON PARTIDAS ABIERTAS EN CTA.CTE."
                   TO w-trx-motivo
               MOVE "n" TO w-trx-valida
           END-IF.
      *
       0320-RECHAZAR-TRANSACCION.
           MOVE trc-crudo-texto TO rchc-crudo.
           MOVE w-trx-motivo    TO rchc-motivo.
           WRITE rchc-reg.
           ADD 1 TO cont-trans-rechazadas.
      *
      ********************** RUTINAS DE ALTA ***************************
      *
       0400-ALTA-CLIENTE.
           MOVE spaces TO w-imagen-cliente.
           MOVE trc-cli         TO cli-cod.
           MOVE trc-nombre      TO cli-nombre.
           MOVE trc-limite      TO cli-limite-credito.
           MOVE trc-cuit        TO cli-cuit.
           MOVE trc-cond-fiscal TO cli-cond-fiscal.
           MOVE "A"             TO cli-estado.
           IF trc-exento-interes = "S"
               MOVE "S"         TO cli-exento-interes
           ELSE
               MOVE "N"         TO cli-exento-interes
           END-IF.
           WRITE cli-reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
      ********************** RUTINAS DE MODIFICACION *******************
      *
       0500-CAMBIO-LIMITE.
           MOVE cli-reg TO w-imagen-cliente.
           MOVE trc-limite TO cli-limite-credito.
           REWRITE cli-reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
       0550-BLOQUEO-CLIENTE.
           MOVE cli-reg TO w-imagen-cliente.
           MOVE "B" TO cli-estado.
           REWRITE cli-reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
       0560-DESBLOQUEO-CLIENTE.
           MOVE cli-reg TO w-imagen-cliente.
           MOVE "A" TO cli-estado.
           REWRITE cli-reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
       0600-CAMBIO-COND-FISCAL.
           MOVE cli-reg TO w-imagen-cliente.
           MOVE trc-cond-fiscal TO cli-cond-fiscal.
           IF trc-cuit IS NUMERIC AND trc-cuit <> ZEROES
               MOVE trc-cuit TO cli-cuit
           END-IF.
           REWRITE cli-reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
       0650-CAMBIO-EXENCION-INTERES.
           MOVE cli-reg TO w-imagen-cliente.
           MOVE trc-exento-interes TO cli-exento-interes.
           REWRITE cli-reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
      ********************** RUTINAS DE BAJA ***************************
      *
       0700-BAJA-CLIENTE.
           MOVE cli-reg TO w-imagen-cliente.
           DELETE CLIENTES.
           MOVE spaces TO cli-reg.
           PERFORM 0800-GRABAR-AUDITORIA.
      *
      ********************** RUTINAS DE AUDITORIA **********************
      *
       0800-GRABAR-AUDITORIA.
           MOVE w-fecha-proceso    TO audc-fecha.
           MOVE trc-tipo           TO audc-tipo.
           MOVE trc-cli            TO audc-cli.
           MOVE w-imagen-cliente   TO audc-antes.
           MOVE cli-reg            TO audc-despues.
           WRITE audc-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           PERFORM 0910-CIERRO-ARCHIVOS.
           PERFORM 0920-MOSTRAR-RESUMEN.
      *
       0910-CIERRO-ARCHIVOS.
           CLOSE TRANSACCIONES-CLIENTES.
           CLOSE CLIENTES.
           CLOSE CUENTA-CORRIENTE.
           CLOSE AUDITORIA-CLIENTES.
           CLOSE RECHAZOS-CLIENTES.
      *
       0920-MOSTRAR-RESUMEN.
           DISPLAY "TRANSACCIONES LEIDAS:     " cont-trans-leidas.
           DISPLAY "TRANSACCIONES APLICADAS:  " cont-trans-aplicadas.
           DISPLAY "TRANSACCIONES RECHAZADAS: " cont-trans-rechazadas.
      *
       END PROGRAM MANTENIMIENTO-CLIENTES.
