
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conciliaCorridas.
      *
      * Conciliacion del libro de corridas contra los archivos de
      * detalle. Los contadores de CORRIDAS.DAT (leidos, verificados y
      * rechazados) los graba REGISTRAR-FIN-CORRIDA desde los totales
      * en memoria del job, y nada los cotejaba con lo que de verdad
      * quedo en disco: despues de un rearranque, de una corrida
      * recuperada (R) o de una depuracion de la auditoria no habia
      * como probar que el libro dice la verdad. Este programa rearma
      * los contadores de cada corrida desde el detalle:
      *   - verificados y primos desde AUDITORIA.DAT y los historicos
      *     que depuraAuditoria anoto en AUDHIST.DAT: cada linea PRIMO
      *     o NO PRIMO es un numero; cada linea "CRIBA nnnnn" es un
      *     bloque, que aporta sus nnnnn primos y los verificados del
      *     bloque que la criba graba al final de la linea. Un bloque
      *     grabado antes de llevar ese conteo deja la corrida sin
      *     conciliar en verificados y leidos (se informa aparte, no
      *     desbalancea). Una linea CONTEO es un pedido de conteo de
      *     primos respondido: un verificado, sin primos;
      *   - rechazados desde RECHAZOS.DAT, RECHDISP.DAT (rechazos ya
      *     reparados, que reparaRechazos saca del archivo vivo) y
      *     SOLRECH.DAT (rechazos de los pasos de solicitudes; los
      *     avisos de prioridad rebajada no son rechazos);
      *   - leidos como verificados mas rechazados;
      *   - en las corridas de rango, los primos de AUDITORIA contra
      *     los registros de la corrida en RANGOS.DAT.
      * CONCILIA.DAT informa cada corrida cuyos contadores rearmados
      * difieren del libro, cada numero de corrida que aparece en el
      * detalle pero no en el libro, las corridas abiertas o
      * recuperadas (el libro no tiene sus contadores: se informa lo
      * que hay en disco) y el cruce de los maestros: no primos de
      * VERIFICAD.DAT sin factores en FACTMAST.DAT y numeros de
      * FACTMAST.DAT sin veredicto en VERIFICAD.DAT. Corre sin consola
      * (tarjeta PASO C de esPrimoJob) y termina con RETURN-CODE 8 si
      * algo no cuadra. Sus mensajes van a consola y a la bitacora
      * del job (BITACORA.DAT, por CALL a grabaBitacora).
      *
      * Modificaciones:
      *   - Las lineas de RECHDISP.DAT grabadas antes de estampar la
      *     corrida (corrida en blanco) no se pueden atribuir a
      *     ninguna: si hay alguna, un faltante de rechazados de una
      *     corrida que no pasa de la cantidad de esas lineas (y el
      *     mismo faltante en leidos) se informa NO CONCILIABLE, como
      *     los bloques CRIBA sin conteo, sin contarla con diferencias
      *     ni desbalancear la conciliacion.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRIDAS ASSIGN TO "CORRIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS corrida-numero
               FILE STATUS IS corridas-estado-archivo.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditoria-estado-archivo.

           SELECT CATALOGO ASSIGN TO "AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalogo-estado-archivo.

           SELECT HISTORICO ASSIGN USING nombre-historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS historico-estado-archivo.

           SELECT RECHAZOS ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rechazos-estado-archivo.

           SELECT DISPOSICIONES ASSIGN TO "RECHDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS disposic-estado-archivo.

           SELECT SOLRECH ASSIGN TO "SOLRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS solrech-estado-archivo.

           SELECT RANGOS ASSIGN TO "RANGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rangos-estado-archivo.

           SELECT VERIFICADOS ASSIGN TO "VERIFICAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS verificado-numero
               FILE STATUS IS verificados-estado-archivo.

           SELECT FACTMAST ASSIGN TO "FACTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS factor-clave
               FILE STATUS IS factmast-estado-archivo.

           SELECT CONCILIACION ASSIGN TO "CONCILIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS concilia-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRIDAS.
       01  registro-corrida.
           05  corrida-numero          PIC 9(5).
           05  corrida-modo            PIC X(01).
           05  corrida-inicio.
               10  corrida-ini-fecha   PIC 9(6).
               10  corrida-ini-hora    PIC 9(6).
           05  corrida-fin.
               10  corrida-fin-fecha   PIC 9(6).
               10  corrida-fin-hora    PIC 9(6).
           05  corrida-estado          PIC X(01).
               88  corrida-abierta         VALUE "A".
               88  corrida-fin-normal      VALUE "N".
               88  corrida-desbalanceada   VALUE "D".
               88  corrida-abendada        VALUE "E".
               88  corrida-recuperada      VALUE "R".
           05  corrida-leidos          PIC 9(9).
           05  corrida-verificados     PIC 9(9).
           05  corrida-rechazados      PIC 9(9).

       FD  AUDITORIA
           RECORDING MODE IS F.
       01  linea-auditoria             PIC X(94).

       FD  CATALOGO
           RECORDING MODE IS F.
       01  linea-catalogo              PIC X(16).

       FD  HISTORICO
           RECORDING MODE IS F.
       01  linea-historico             PIC X(94).

       FD  RECHAZOS
           RECORDING MODE IS F.
       01  linea-rechazo               PIC X(70).

       FD  DISPOSICIONES
           RECORDING MODE IS F.
       01  linea-disposicion           PIC X(100).

       FD  SOLRECH
           RECORDING MODE IS F.
       01  linea-rechazo-solicitud     PIC X(77).

       FD  RANGOS
           RECORDING MODE IS F.
       01  linea-rango                 PIC X(40).

       FD  VERIFICADOS.
       01  registro-verificado.
           05  verificado-numero       PIC S9(18).
           05  verificado-veredicto    PIC X(01).
               88  verificado-primo        VALUE "S".
           05  verificado-divisores    PIC 9(5).
           05  verificado-fecha.
               10  verificado-aa       PIC 99.
               10  verificado-mm       PIC 99.
               10  verificado-dd       PIC 99.
           05  verificado-metodo       PIC X(01).
               88  verificado-por-mr       VALUE "M".

       FD  FACTMAST.
       01  registro-factor-maestro.
           05  factor-clave.
               10  factor-numero       PIC S9(18).
               10  factor-posicion     PIC 9(5).
           05  factor-valor            PIC 9(18).

       FD  CONCILIACION
           RECORDING MODE IS F.
       01  linea-reporte               PIC X(80).

       WORKING-STORAGE SECTION.
       01  corridas-estado-archivo     pic XX value spaces.
       01  auditoria-estado-archivo    pic XX value spaces.
       01  catalogo-estado-archivo     pic XX value spaces.
       01  historico-estado-archivo    pic XX value spaces.
       01  rechazos-estado-archivo     pic XX value spaces.
       01  disposic-estado-archivo     pic XX value spaces.
       01  solrech-estado-archivo      pic XX value spaces.
       01  rangos-estado-archivo       pic XX value spaces.
       01  verificados-estado-archivo  pic XX value spaces.
       01  factmast-estado-archivo     pic XX value spaces.
       01  concilia-estado-archivo     pic XX value spaces.

       01  fin-corridas-sw             pic X value "N".
           88  fin-corridas                value "S".
       01  fin-detalle-sw              pic X value "N".
           88  fin-detalle                 value "S".
       01  fin-catalogo-sw             pic X value "N".
           88  fin-catalogo                value "S".
       01  fin-verificados-sw          pic X value "N".
           88  fin-verificados             value "S".
       01  fin-factores-sw             pic X value "N".
           88  fin-factores                value "S".
       01  factores-hallados-sw        pic X value "N".
           88  factores-hallados           value "S".

       01  nombre-historico            pic X(16) value spaces.

      * registros de detalle
       01  registro-auditoria-ws.
           05  aud-fecha               pic X(08).
           05  filler                  pic X.
           05  aud-hora                pic X(08).
           05  filler                  pic X.
           05  aud-usuario             pic X(20).
           05  aud-numero              pic X(11).
           05  filler                  pic X.
           05  aud-resultado           pic X(11).
           05  filler                  pic X.
           05  aud-corrida             pic X(05).
           05  filler                  pic X.
           05  aud-verificados-bloque  pic X(06).

       01  registro-rechazo-ws.
           05  rch-valor               pic X(11).
           05  filler                  pic X(02).
           05  rch-motivo              pic X(20).
           05  filler                  pic X(02).
           05  rch-corrida             pic X(05).

       01  registro-disposicion-ws.
           05  rd-fecha                pic X(06).
           05  filler                  pic X(01).
           05  rd-valor                pic X(11).
           05  filler                  pic X(02).
           05  rd-motivo               pic X(20).
           05  filler                  pic X(01).
           05  rd-disposicion          pic X(10).
           05  filler                  pic X(01).
           05  rd-detalle              pic X(20).
           05  filler                  pic X(01).
           05  rd-corrida              pic X(05).

       01  registro-rechazo-sol-ws.
           05  rs-solicitante          pic X(05).
           05  filler                  pic X(01).
           05  rs-id                   pic X(08).
           05  filler                  pic X(01).
           05  rs-valor                pic X(11).
           05  filler                  pic X(02).
           05  rs-motivo               pic X(20).
           05  filler                  pic X(02).
           05  rs-corrida              pic X(05).

       01  registro-rango-ws.
           05  rg-primo                pic X(11).
           05  filler                  pic X(02).
           05  rg-corrida              pic X(05).

      * contadores rearmados por numero de corrida
       01  corrida-detalle             pic X(05) value spaces.
       01  indice-corrida              pic 9(6) comp value zero.
       01  tabla-conciliacion.
           05  entrada-conciliacion OCCURS 99999 TIMES.
               10  tc-en-libro         pic X.
               10  tc-sin-conteo       pic X.
               10  tc-verificados      pic 9(9) comp.
               10  tc-primos           pic 9(9) comp.
               10  tc-rechazos         pic 9(9) comp.
               10  tc-rangos           pic 9(9) comp.
       01  primos-bloque               pic 9(9) value zero.
       01  verificados-bloque          pic 9(9) value zero.
       01  leidos-rearmados            pic 9(9) value zero.
       01  corrida-con-diferencia-sw   pic X value "N".
           88  corrida-con-diferencia      value "S".
       01  rechazos-sin-conciliar-sw   pic X value "N".
           88  rechazos-sin-conciliar      value "S".
       01  faltante-rechazos           pic 9(9) value zero.

      * totales de la conciliacion
       01  total-corridas-libro        pic 9(5) value zero.
       01  total-conciliadas           pic 9(5) value zero.
       01  total-con-diferencias       pic 9(5) value zero.
       01  total-fuera-de-libro        pic 9(5) value zero.
       01  total-sin-contadores        pic 9(5) value zero.
       01  total-no-conciliables       pic 9(5) value zero.
       01  total-historicos            pic 9(5) value zero.
       01  total-historicos-faltantes  pic 9(5) value zero.
       01  total-sin-corrida           pic 9(9) value zero.
       01  disposiciones-sin-corrida   pic 9(9) value zero.
       01  total-no-primos-sin-factor  pic 9(9) value zero.
       01  total-factores-sin-veredicto
                                       pic 9(9) value zero.
       01  numero-factorizado          pic S9(18) value zero.

      * campos del reporte impreso
       01  linea-salida                pic X(80) value spaces.
       01  fecha-reporte.
           05  fr-aa                   pic 99.
           05  fr-mm                   pic 99.
           05  fr-dd                   pic 99.
       01  pagina-reporte              pic 9(4) value 1.
       01  lineas-en-pagina            pic 9(3) value zero.
       01  lineas-por-pagina           pic 9(3) value 50.

       01  linea-encabezado.
           05  filler             pic X(12) value "CONCILIACION".
           05  filler             pic X(12) value " DEL LIBRO D".
           05  filler                  pic X(09) value "E CORRIDA".
           05  filler                  pic X(06) value "FECHA:".
           05  le-mm                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-dd                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-aa                   pic 99.
           05  filler                  pic X(08) value "  PAGINA".
           05  le-pagina               pic ZZZ9.

       01  linea-diferencia.
           05  filler                  pic X(08) value "CORRIDA ".
           05  ldf-corrida             pic ZZZZ9.
           05  filler                  pic X(01) value space.
           05  ldf-concepto            pic X(12).
           05  filler                  pic X(07) value " LIBRO ".
           05  ldf-libro               pic Z(8)9.
           05  filler                  pic X(10) value " ARCHIVOS ".
           05  ldf-archivos            pic Z(8)9.
           05  filler                  pic X(05) value " DIF ".
           05  ldf-diferencia          pic -(8)9.

       01  linea-rearmada.
           05  filler                  pic X(08) value "CORRIDA ".
           05  lra-corrida             pic ZZZZ9.
           05  filler                  pic X(01) value space.
           05  lra-texto               pic X(14).
           05  filler                  pic X(04) value " VER".
           05  lra-verificados         pic Z(8)9.
           05  filler                  pic X(05) value " RECH".
           05  lra-rechazos            pic Z(8)9.
           05  filler                  pic X(04) value " PRI".
           05  lra-primos              pic Z(8)9.
           05  filler                  pic X(04) value " RNG".
           05  lra-rangos              pic Z(8)9.

       01  linea-maestro.
           05  filler                  pic X(07) value "NUMERO ".
           05  lm-numero               pic -(18)9.
           05  filler                  pic X(01) value space.
           05  lm-texto                pic X(40).

       01  linea-total-ws.
           05  lt-etiqueta             pic X(28).
           05  lt-valor                pic Z(8)9.

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20)
               value "conciliaCorridas".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESO-CONCILIACION.
           GOBACK.

       PROCESO-CONCILIACION.
           ACCEPT fecha-reporte FROM DATE.
           INITIALIZE tabla-conciliacion.
           OPEN INPUT CORRIDAS.
           IF corridas-estado-archivo NOT = "00"
               MOVE "CON001" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR CORRIDAS.DAT: "
                   corridas-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CONCILIACION.
           IF concilia-estado-archivo NOT = "00"
               MOVE "CON002" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR CONCILIA.DAT: "
                   concilia-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               CLOSE CORRIDAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM MARCAR-CORRIDAS-LIBRO.
           PERFORM CONTAR-AUDITORIA.
           PERFORM CONTAR-HISTORICOS.
           PERFORM CONTAR-RECHAZOS.
           PERFORM CONTAR-DISPOSICIONES.
           PERFORM CONTAR-RECHAZOS-SOLICITUD.
           PERFORM CONTAR-RANGOS.
           PERFORM COTEJAR-LIBRO.
           PERFORM INFORMAR-FUERA-DE-LIBRO.
           CLOSE CORRIDAS.
           PERFORM CRUZAR-MAESTROS.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE CONCILIACION.
           IF total-con-diferencias > ZERO
               OR total-fuera-de-libro > ZERO
               OR total-no-primos-sin-factor > ZERO
               OR total-factores-sin-veredicto > ZERO
               MOVE 8 TO RETURN-CODE
               MOVE "CON003" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "CONCILIACION FUERA DE BALANCE, VER "
                   "CONCILIA.DAT"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               MOVE "CON004" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "CONCILIACION EN BALANCE, VER CONCILIA.DAT"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

      * ---- libro de corridas ----

       MARCAR-CORRIDAS-LIBRO.
           PERFORM POSICIONAR-PRINCIPIO.
           PERFORM MARCAR-CORRIDA UNTIL fin-corridas.

       POSICIONAR-PRINCIPIO.
           MOVE "N" TO fin-corridas-sw.
           MOVE ZERO TO corrida-numero.
           START CORRIDAS KEY NOT LESS THAN corrida-numero
               INVALID KEY
                   SET fin-corridas TO TRUE
           END-START.
           IF NOT fin-corridas
               PERFORM LEER-CORRIDA-SIGUIENTE
           END-IF.

       LEER-CORRIDA-SIGUIENTE.
           READ CORRIDAS NEXT RECORD
               AT END
                   SET fin-corridas TO TRUE
           END-READ.

       MARCAR-CORRIDA.
           IF corrida-numero > ZERO
               MOVE "S" TO tc-en-libro(corrida-numero)
               ADD 1 TO total-corridas-libro
           END-IF.
           PERFORM LEER-CORRIDA-SIGUIENTE.

      * una corrida en blanco o cero es de un registro grabado antes
      * de estampar la corrida: se cuenta aparte
       UBICAR-CORRIDA.
           MOVE ZERO TO indice-corrida.
           IF corrida-detalle IS NUMERIC
               MOVE corrida-detalle TO indice-corrida
           END-IF.
           IF indice-corrida = ZERO
               ADD 1 TO total-sin-corrida
           END-IF.

      * ---- auditoria viva e historicos catalogados ----

       CONTAR-AUDITORIA.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT AUDITORIA.
           IF auditoria-estado-archivo = "00"
               PERFORM LEER-AUDITORIA
               PERFORM TOMAR-AUDITORIA UNTIL fin-detalle
               CLOSE AUDITORIA
           END-IF.

       LEER-AUDITORIA.
           READ AUDITORIA INTO registro-auditoria-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-AUDITORIA.
           PERFORM CONTAR-LINEA-AUDITORIA.
           PERFORM LEER-AUDITORIA.

       CONTAR-HISTORICOS.
           MOVE "N" TO fin-catalogo-sw.
           OPEN INPUT CATALOGO.
           IF catalogo-estado-archivo = "00"
               PERFORM LEER-CATALOGO
               PERFORM CONTAR-HISTORICO UNTIL fin-catalogo
               CLOSE CATALOGO
           END-IF.

       LEER-CATALOGO.
           READ CATALOGO
               AT END
                   SET fin-catalogo TO TRUE
           END-READ.

       CONTAR-HISTORICO.
           IF linea-catalogo NOT = SPACES
               MOVE linea-catalogo TO nombre-historico
               MOVE "N" TO fin-detalle-sw
               OPEN INPUT HISTORICO
               IF historico-estado-archivo = "00"
                   ADD 1 TO total-historicos
                   PERFORM LEER-HISTORICO
                   PERFORM TOMAR-HISTORICO UNTIL fin-detalle
                   CLOSE HISTORICO
               ELSE
                   ADD 1 TO total-historicos-faltantes
                   MOVE SPACES TO linea-salida
                   STRING "HISTORICO CATALOGADO NO DISPONIBLE: "
                       nombre-historico
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-IF.
           PERFORM LEER-CATALOGO.

       LEER-HISTORICO.
           READ HISTORICO INTO registro-auditoria-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-HISTORICO.
           PERFORM CONTAR-LINEA-AUDITORIA.
           PERFORM LEER-HISTORICO.

      * PRIMO y NO PRIMO son un numero; CRIBA es un bloque con sus
      * primos en el resultado y sus verificados al final de la
      * linea; CONTEO es un pedido de conteo, un verificado
       CONTAR-LINEA-AUDITORIA.
           MOVE aud-corrida TO corrida-detalle.
           PERFORM UBICAR-CORRIDA.
           IF indice-corrida > ZERO
               EVALUATE TRUE
                   WHEN aud-resultado = "PRIMO"
                       ADD 1 TO tc-verificados(indice-corrida)
                       ADD 1 TO tc-primos(indice-corrida)
                   WHEN aud-resultado = "NO PRIMO"
                       ADD 1 TO tc-verificados(indice-corrida)
                   WHEN aud-resultado = "CONTEO"
                       ADD 1 TO tc-verificados(indice-corrida)
                   WHEN aud-resultado(1:6) = "CRIBA "
                       PERFORM CONTAR-BLOQUE-CRIBA
               END-EVALUATE
           END-IF.

       CONTAR-BLOQUE-CRIBA.
           MOVE ZERO TO primos-bloque.
           IF FUNCTION TEST-NUMVAL(aud-resultado(7:5)) = ZERO
               COMPUTE primos-bloque =
                   FUNCTION NUMVAL(aud-resultado(7:5))
           END-IF.
           ADD primos-bloque TO tc-primos(indice-corrida).
           IF aud-verificados-bloque IS NUMERIC
               MOVE aud-verificados-bloque TO verificados-bloque
               ADD verificados-bloque
                   TO tc-verificados(indice-corrida)
           ELSE
               MOVE "S" TO tc-sin-conteo(indice-corrida)
           END-IF.

      * ---- rechazos vivos, reparados y de solicitudes ----

       CONTAR-RECHAZOS.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT RECHAZOS.
           IF rechazos-estado-archivo = "00"
               PERFORM LEER-RECHAZO
               PERFORM TOMAR-RECHAZO UNTIL fin-detalle
               CLOSE RECHAZOS
           END-IF.

       LEER-RECHAZO.
           READ RECHAZOS INTO registro-rechazo-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-RECHAZO.
           MOVE rch-corrida TO corrida-detalle.
           PERFORM UBICAR-CORRIDA.
           IF indice-corrida > ZERO
               ADD 1 TO tc-rechazos(indice-corrida)
           END-IF.
           PERFORM LEER-RECHAZO.

       CONTAR-DISPOSICIONES.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT DISPOSICIONES.
           IF disposic-estado-archivo = "00"
               PERFORM LEER-DISPOSICION
               PERFORM TOMAR-DISPOSICION UNTIL fin-detalle
               CLOSE DISPOSICIONES
           END-IF.

       LEER-DISPOSICION.
           READ DISPOSICIONES INTO registro-disposicion-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

      * las reparadas antes de estampar la corrida se cuentan aparte:
      * explican faltantes de rechazados que no se pueden atribuir
       TOMAR-DISPOSICION.
           MOVE rd-corrida TO corrida-detalle.
           PERFORM UBICAR-CORRIDA.
           IF indice-corrida > ZERO
               ADD 1 TO tc-rechazos(indice-corrida)
           ELSE
               ADD 1 TO disposiciones-sin-corrida
           END-IF.
           PERFORM LEER-DISPOSICION.

       CONTAR-RECHAZOS-SOLICITUD.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT SOLRECH.
           IF solrech-estado-archivo = "00"
               PERFORM LEER-RECHAZO-SOLICITUD
               PERFORM TOMAR-RECHAZO-SOLICITUD UNTIL fin-detalle
               CLOSE SOLRECH
           END-IF.

       LEER-RECHAZO-SOLICITUD.
           READ SOLRECH INTO registro-rechazo-sol-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

      * la prioridad rebajada es un aviso, no entra en el cuadre
       TOMAR-RECHAZO-SOLICITUD.
           IF rs-motivo(1:18) NOT = "PRIORIDAD REBAJADA"
               MOVE rs-corrida TO corrida-detalle
               PERFORM UBICAR-CORRIDA
               IF indice-corrida > ZERO
                   ADD 1 TO tc-rechazos(indice-corrida)
               END-IF
           END-IF.
           PERFORM LEER-RECHAZO-SOLICITUD.

      * ---- primos de los pasos de rango ----

       CONTAR-RANGOS.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT RANGOS.
           IF rangos-estado-archivo = "00"
               PERFORM LEER-RANGO
               PERFORM TOMAR-RANGO UNTIL fin-detalle
               CLOSE RANGOS
           END-IF.

       LEER-RANGO.
           READ RANGOS INTO registro-rango-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-RANGO.
           MOVE rg-corrida TO corrida-detalle.
           PERFORM UBICAR-CORRIDA.
           IF indice-corrida > ZERO
               ADD 1 TO tc-rangos(indice-corrida)
           END-IF.
           PERFORM LEER-RANGO.

      * ---- cotejo corrida por corrida contra el libro ----

       COTEJAR-LIBRO.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CORRIDAS CON DIFERENCIAS CONTRA EL LIBRO"
               TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           PERFORM POSICIONAR-PRINCIPIO.
           PERFORM COTEJAR-CORRIDA UNTIL fin-corridas.
           IF total-con-diferencias = ZERO
               MOVE "SIN DIFERENCIAS" TO linea-salida
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * una corrida abierta o recuperada no llego a grabar sus
      * contadores: se informa lo que hay en disco sin desbalancear
       COTEJAR-CORRIDA.
           IF corrida-numero > ZERO
               MOVE corrida-numero TO indice-corrida
               EVALUATE TRUE
                   WHEN corrida-abierta OR corrida-recuperada
                       ADD 1 TO total-sin-contadores
                       MOVE "SIN CONTADORES" TO lra-texto
                       PERFORM ESCRIBIR-LINEA-REARMADA
                   WHEN OTHER
                       PERFORM COMPARAR-CONTADORES
               END-EVALUATE
           END-IF.
           PERFORM LEER-CORRIDA-SIGUIENTE.

      * un faltante de rechazados que cabe en las lineas de RECHDISP
      * sin corrida puede estar en ellas: no se da por diferencia, y
      * los leidos se cotejan sumandole ese mismo faltante
       COMPARAR-CONTADORES.
           MOVE "N" TO corrida-con-diferencia-sw.
           MOVE "N" TO rechazos-sin-conciliar-sw.
           MOVE ZERO TO faltante-rechazos.
           IF disposiciones-sin-corrida > ZERO
               AND corrida-rechazados > tc-rechazos(indice-corrida)
               COMPUTE faltante-rechazos =
                   corrida-rechazados - tc-rechazos(indice-corrida)
               IF faltante-rechazos > disposiciones-sin-corrida
                   MOVE ZERO TO faltante-rechazos
               ELSE
                   SET rechazos-sin-conciliar TO TRUE
               END-IF
           END-IF.
           IF tc-sin-conteo(indice-corrida) = "S"
               OR rechazos-sin-conciliar
               ADD 1 TO total-no-conciliables
               MOVE "NO CONCILIABLE" TO lra-texto
               PERFORM ESCRIBIR-LINEA-REARMADA
           END-IF.
           IF tc-sin-conteo(indice-corrida) NOT = "S"
               COMPUTE leidos-rearmados =
                   tc-verificados(indice-corrida)
                   + tc-rechazos(indice-corrida)
                   + faltante-rechazos
               IF corrida-leidos NOT = leidos-rearmados
                   MOVE "LEIDOS" TO ldf-concepto
                   MOVE corrida-leidos TO ldf-libro
                   MOVE leidos-rearmados TO ldf-archivos
                   COMPUTE ldf-diferencia =
                       leidos-rearmados - corrida-leidos
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF corrida-verificados
                   NOT = tc-verificados(indice-corrida)
                   MOVE "VERIFICADOS" TO ldf-concepto
                   MOVE corrida-verificados TO ldf-libro
                   MOVE tc-verificados(indice-corrida)
                       TO ldf-archivos
                   COMPUTE ldf-diferencia =
                       tc-verificados(indice-corrida)
                       - corrida-verificados
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
           END-IF.
           IF corrida-rechazados NOT = tc-rechazos(indice-corrida)
               AND NOT rechazos-sin-conciliar
               MOVE "RECHAZADOS" TO ldf-concepto
               MOVE corrida-rechazados TO ldf-libro
               MOVE tc-rechazos(indice-corrida) TO ldf-archivos
               COMPUTE ldf-diferencia =
                   tc-rechazos(indice-corrida) - corrida-rechazados
               PERFORM ESCRIBIR-DIFERENCIA
           END-IF.
           IF corrida-modo = "R"
               AND tc-rangos(indice-corrida)
                   NOT = tc-primos(indice-corrida)
               MOVE "PRIMOS RANGO" TO ldf-concepto
               MOVE tc-primos(indice-corrida) TO ldf-libro
               MOVE tc-rangos(indice-corrida) TO ldf-archivos
               COMPUTE ldf-diferencia =
                   tc-rangos(indice-corrida)
                   - tc-primos(indice-corrida)
               PERFORM ESCRIBIR-DIFERENCIA
           END-IF.
           IF corrida-con-diferencia
               ADD 1 TO total-con-diferencias
           ELSE
               IF tc-sin-conteo(indice-corrida) NOT = "S"
                   AND NOT rechazos-sin-conciliar
                   ADD 1 TO total-conciliadas
               END-IF
           END-IF.

      * en la linea de primos de rango el lado LIBRO son los primos
      * de AUDITORIA y el lado ARCHIVOS los registros de RANGOS
       ESCRIBIR-DIFERENCIA.
           SET corrida-con-diferencia TO TRUE.
           MOVE corrida-numero TO ldf-corrida.
           MOVE SPACES TO linea-salida.
           MOVE linea-diferencia TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-REARMADA.
           MOVE indice-corrida TO lra-corrida.
           MOVE tc-verificados(indice-corrida) TO lra-verificados.
           MOVE tc-rechazos(indice-corrida) TO lra-rechazos.
           MOVE tc-primos(indice-corrida) TO lra-primos.
           MOVE tc-rangos(indice-corrida) TO lra-rangos.
           MOVE SPACES TO linea-salida.
           MOVE linea-rearmada TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

      * ---- corridas que figuran en el detalle y no en el libro ----

       INFORMAR-FUERA-DE-LIBRO.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CORRIDAS EN EL DETALLE SIN REGISTRO EN EL LIBRO"
               TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           PERFORM REVISAR-FUERA-DE-LIBRO
               VARYING indice-corrida FROM 1 BY 1
               UNTIL indice-corrida > 99999.
           IF total-fuera-de-libro = ZERO
               MOVE "NINGUNA" TO linea-salida
               PERFORM ESCRIBIR-LINEA
           END-IF.

       REVISAR-FUERA-DE-LIBRO.
           IF tc-en-libro(indice-corrida) NOT = "S"
               IF tc-verificados(indice-corrida) > ZERO
                   OR tc-primos(indice-corrida) > ZERO
                   OR tc-rechazos(indice-corrida) > ZERO
                   OR tc-rangos(indice-corrida) > ZERO
                   OR tc-sin-conteo(indice-corrida) = "S"
                   ADD 1 TO total-fuera-de-libro
                   MOVE "FUERA DE LIBRO" TO lra-texto
                   PERFORM ESCRIBIR-LINEA-REARMADA
               END-IF
           END-IF.

      * ---- cruce de los maestros de verificados y de factores ----

       CRUZAR-MAESTROS.
           OPEN INPUT VERIFICADOS.
           IF verificados-estado-archivo NOT = "00"
               MOVE "CON005" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR VERIFICAD.DAT: "
                   verificados-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               CLOSE CONCILIACION
               GOBACK
           END-IF.
           OPEN INPUT FACTMAST.
           IF factmast-estado-archivo NOT = "00"
               MOVE "CON006" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR FACTMAST.DAT: "
                   factmast-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               CLOSE VERIFICADOS
               CLOSE CONCILIACION
               GOBACK
           END-IF.
           PERFORM BUSCAR-NO-PRIMOS-SIN-FACTORES.
           PERFORM BUSCAR-FACTORES-SIN-VEREDICTO.
           CLOSE VERIFICADOS.
           CLOSE FACTMAST.

      * el 1 no es primo pero no tiene factores que grabar
       BUSCAR-NO-PRIMOS-SIN-FACTORES.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "NO PRIMOS DE VERIFICAD SIN FACTORES EN FACTMAST"
               TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO fin-verificados-sw.
           MOVE ZERO TO verificado-numero.
           START VERIFICADOS KEY NOT LESS THAN verificado-numero
               INVALID KEY
                   SET fin-verificados TO TRUE
           END-START.
           PERFORM LEER-VERIFICADO-SIGUIENTE.
           PERFORM REVISAR-VERIFICADO UNTIL fin-verificados.
           IF total-no-primos-sin-factor = ZERO
               MOVE "NINGUNO" TO linea-salida
               PERFORM ESCRIBIR-LINEA
           END-IF.

       LEER-VERIFICADO-SIGUIENTE.
           IF NOT fin-verificados
               READ VERIFICADOS NEXT RECORD
                   AT END
                       SET fin-verificados TO TRUE
               END-READ
           END-IF.

       REVISAR-VERIFICADO.
      * Miller-Rabin da el veredicto sin grabar divisores
           IF NOT verificado-primo AND verificado-numero > 1
               AND NOT verificado-por-mr
               PERFORM CONSULTAR-FACTORES
               IF NOT factores-hallados
                   ADD 1 TO total-no-primos-sin-factor
                   MOVE verificado-numero TO lm-numero
                   MOVE "NO PRIMO SIN FACTORES" TO lm-texto
                   MOVE SPACES TO linea-salida
                   MOVE linea-maestro TO linea-salida
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-IF.
           PERFORM LEER-VERIFICADO-SIGUIENTE.

       CONSULTAR-FACTORES.
           MOVE "N" TO factores-hallados-sw.
           MOVE verificado-numero TO factor-numero.
           MOVE ZERO TO factor-posicion.
           START FACTMAST KEY NOT LESS THAN factor-clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FACTMAST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF factor-numero = verificado-numero
                               SET factores-hallados TO TRUE
                           END-IF
                   END-READ
           END-START.

      * FACTMAST esta en orden de numero: se consulta el veredicto
      * una vez por numero, al cambiar de numero
       BUSCAR-FACTORES-SIN-VEREDICTO.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "NUMEROS DE FACTMAST SIN VEREDICTO EN VERIFICAD"
               TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO fin-factores-sw.
           MOVE ZERO TO numero-factorizado.
           MOVE ZERO TO factor-numero.
           MOVE ZERO TO factor-posicion.
           START FACTMAST KEY NOT LESS THAN factor-clave
               INVALID KEY
                   SET fin-factores TO TRUE
           END-START.
           PERFORM LEER-FACTOR-SIGUIENTE.
           PERFORM REVISAR-FACTOR UNTIL fin-factores.
           IF total-factores-sin-veredicto = ZERO
               MOVE "NINGUNO" TO linea-salida
               PERFORM ESCRIBIR-LINEA
           END-IF.

       LEER-FACTOR-SIGUIENTE.
           IF NOT fin-factores
               READ FACTMAST NEXT RECORD
                   AT END
                       SET fin-factores TO TRUE
               END-READ
           END-IF.

       REVISAR-FACTOR.
           IF factor-numero NOT = numero-factorizado
               MOVE factor-numero TO numero-factorizado
               MOVE factor-numero TO verificado-numero
               READ VERIFICADOS
                   INVALID KEY
                       ADD 1 TO total-factores-sin-veredicto
                       MOVE factor-numero TO lm-numero
                       MOVE "FACTORES SIN VEREDICTO" TO lm-texto
                       MOVE SPACES TO linea-salida
                       MOVE linea-maestro TO linea-salida
                       PERFORM ESCRIBIR-LINEA
               END-READ
           END-IF.
           PERFORM LEER-FACTOR-SIGUIENTE.

      * ---- totales ----

       ESCRIBIR-TOTALES.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTALES DE LA CONCILIACION" TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CORRIDAS EN EL LIBRO" TO lt-etiqueta.
           MOVE total-corridas-libro TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  CONCILIADAS" TO lt-etiqueta.
           MOVE total-conciliadas TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  CON DIFERENCIAS" TO lt-etiqueta.
           MOVE total-con-diferencias TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  NO CONCILIABLES" TO lt-etiqueta.
           MOVE total-no-conciliables TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  SIN CONTADORES (A/R)" TO lt-etiqueta.
           MOVE total-sin-contadores TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "CORRIDAS FUERA DEL LIBRO" TO lt-etiqueta.
           MOVE total-fuera-de-libro TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "REGISTROS SIN CORRIDA" TO lt-etiqueta.
           MOVE total-sin-corrida TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  REPARADOS SIN CORRIDA" TO lt-etiqueta.
           MOVE disposiciones-sin-corrida TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "HISTORICOS LEIDOS" TO lt-etiqueta.
           MOVE total-historicos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "HISTORICOS NO DISPONIBLES" TO lt-etiqueta.
           MOVE total-historicos-faltantes TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "NO PRIMOS SIN FACTORES" TO lt-etiqueta.
           MOVE total-no-primos-sin-factor TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "FACTORES SIN VEREDICTO" TO lt-etiqueta.
           MOVE total-factores-sin-veredicto TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE SPACES TO linea-salida.
           IF total-con-diferencias > ZERO
               OR total-fuera-de-libro > ZERO
               OR total-no-primos-sin-factor > ZERO
               OR total-factores-sin-veredicto > ZERO
               MOVE "RESULTADO: FUERA DE BALANCE" TO linea-salida
           ELSE
               MOVE "RESULTADO: EN BALANCE" TO linea-salida
           END-IF.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-TOTAL.
           MOVE SPACES TO linea-salida.
           MOVE linea-total-ws TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           PERFORM CONTROLAR-SALTO-PAGINA.
           WRITE linea-reporte FROM linea-salida.
           ADD 1 TO lineas-en-pagina.

       ESCRIBIR-ENCABEZADO.
           MOVE fr-mm TO le-mm.
           MOVE fr-dd TO le-dd.
           MOVE fr-aa TO le-aa.
           MOVE pagina-reporte TO le-pagina.
           WRITE linea-reporte FROM linea-encabezado.
           MOVE ZERO TO lineas-en-pagina.

       CONTROLAR-SALTO-PAGINA.
           IF lineas-en-pagina >= lineas-por-pagina
               ADD 1 TO pagina-reporte
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

      * cada mensaje va a consola y a la bitacora del job; el CALL
      * no debe pisar el RETURN-CODE que ya dejo el paso
       EMITIR-MENSAJE.
           DISPLAY FUNCTION TRIM(mb-texto TRAILING).
           MOVE RETURN-CODE TO retorno-guardado.
           CALL "grabaBitacora" USING mensaje-bitacora-ws
           END-CALL.
           MOVE retorno-guardado TO RETURN-CODE.
           MOVE SPACES TO mb-texto.

       END PROGRAM conciliaCorridas.
