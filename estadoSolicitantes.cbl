
       IDENTIFICATION DIVISION.
       PROGRAM-ID. estadoSolicitantes.
      *
      * Estado mensual de uso del servicio de verificacion por
      * solicitante, para el cargo a los grupos usuarios. Pide un
      * periodo (fechas AAMMDD desde/hasta; en blanco, del primero del
      * mes en curso a hoy) y toma del libro CORRIDAS.DAT las corridas
      * iniciadas en el periodo. Sobre esas corridas recorre:
      *   - SOLRESP.DAT: cada registro D es un numero atendido, y su
      *     ultimo campo dice si el veredicto se calculo en el momento
      *     (C, por esPrimo) o se sirvio de la historia (H, maestro
      *     VERIFICAD.DAT); los registros anteriores a ese campo se
      *     informan como sin dato de origen. Los registros C
      *     (conteo de primos) y P (siguiente primo) se cobran como
      *     un atendido cada uno, con el mismo campo de origen. Las
      *     solicitudes recibidas se cuentan por id de solicitud: los
      *     numeros de una misma solicitud salen seguidos en SOLRESP;
      *   - SOLRECH.DAT: los numeros rechazados, desglosados por
      *     motivo; los avisos de prioridad rebajada no son rechazos y
      *     se cuentan aparte.
      * Deja en ESTADSOL.DAT una pagina de estado por solicitante (con
      * nombre y contacto del maestro SOLICITA.DAT, si esta) y una
      * pagina final con los totales del periodo, y en FACTSOL.DAT el
      * archivo delimitado que carga finanzas, con cabecera y pie de
      * control como EXTRACTO.DAT:
      *   H;fecha de emision (AAMMDD);desde;hasta
      *   D;solicitante;solicitudes;atendidos;calculados;historia;
      *     rechazados
      *   T;cantidad de registros D;suma de control de atendidos
      * La tabla admite 100 solicitantes por periodo y 19 motivos de
      * rechazo distintos por solicitante (los que sigan se juntan en
      * OTROS MOTIVOS). Si el periodo trae mas solicitantes el
      * programa termina con RETURN-CODE 8 sin generar FACTSOL.DAT:
      * un archivo de cargo incompleto con pie valido pasaria por
      * bueno en finanzas.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRIDAS ASSIGN TO "CORRIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS corrida-numero
               FILE STATUS IS corridas-estado-archivo.

           SELECT RESPUESTAS ASSIGN TO "SOLRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS respuestas-estado-archivo.

           SELECT SOLRECH ASSIGN TO "SOLRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS solrech-estado-archivo.

           SELECT SOLICITANTES ASSIGN TO "SOLICITA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS solicitante-codigo
               FILE STATUS IS solicitantes-estado-archivo.

           SELECT ESTADO ASSIGN TO "ESTADSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS estado-estado-archivo.

           SELECT FACTURACION ASSIGN TO "FACTSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS facturacion-estado-archivo.

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
           05  corrida-leidos          PIC 9(9).
           05  corrida-verificados     PIC 9(9).
           05  corrida-rechazados      PIC 9(9).

       FD  RESPUESTAS
           RECORDING MODE IS F.
       01  linea-respuesta             PIC X(80).

       FD  SOLRECH
           RECORDING MODE IS F.
       01  linea-rechazo-solicitud     PIC X(77).

       FD  SOLICITANTES.
       01  registro-solicitante.
           05  solicitante-codigo      PIC X(05).
           05  solicitante-nombre      PIC X(30).
           05  solicitante-contacto    PIC X(30).
           05  solicitante-activo      PIC X(01).
           05  solicitante-prioridad-maxima
                                       PIC 9(01).
           05  solicitante-cuota-diaria
                                       PIC 9(07).
           05  solicitante-fecha-uso   PIC 9(06).
           05  solicitante-usados-dia  PIC 9(07).

       FD  ESTADO
           RECORDING MODE IS F.
       01  linea-estado                PIC X(80).

       FD  FACTURACION
           RECORDING MODE IS F.
       01  linea-facturacion           PIC X(120).

       WORKING-STORAGE SECTION.
       01  corridas-estado-archivo     pic XX value spaces.
       01  respuestas-estado-archivo   pic XX value spaces.
       01  solrech-estado-archivo      pic XX value spaces.
       01  solicitantes-estado-archivo pic XX value spaces.
       01  estado-estado-archivo       pic XX value spaces.
       01  facturacion-estado-archivo  pic XX value spaces.
       01  fin-corridas-sw             pic X value "N".
           88  fin-corridas                value "S".
       01  fin-respuestas-sw           pic X value "N".
           88  fin-respuestas              value "S".
       01  fin-rechazos-sw             pic X value "N".
           88  fin-rechazos                value "S".
       01  hay-maestro-sw              pic X value "N".
           88  hay-maestro                 value "S".
       01  registro-ilegible-sw        pic X value "N".
           88  registro-ilegible           value "S".

      * periodo pedido y corridas que caen en el
       01  fecha-entrada-texto         pic X(06) value spaces.
       01  periodo-desde               pic 9(6) value zero.
       01  periodo-hasta               pic 9(6) value zero.
       01  periodo-valido-sw           pic X value "S".
           88  periodo-valido              value "S".
       01  fecha-numerica              pic 9(8) value zero.
       01  fecha-numerica-x REDEFINES fecha-numerica.
           05  fn-siglo                pic XX.
           05  fn-resto                pic X(6).
       01  dias-probados               pic 9(7) value zero.
       01  area-corridas-periodo.
           05  corrida-en-periodo      pic X OCCURS 99999 TIMES.
       01  corridas-en-periodo         pic 9(5) value zero.

      * campos del registro de SOLRESP ya partido por punto y coma;
      * en los D, C y P el campo-b es la corrida y el campo-c el
      * origen del veredicto, en los R y V el campo-a es la corrida
       01  campo-tipo                  pic X(01) value space.
       01  campo-solicitante           pic X(05) value spaces.
       01  campo-id                    pic X(08) value spaces.
       01  campo-valor                 pic X(20) value spaces.
       01  campo-texto                 pic X(20) value spaces.
       01  campo-a                     pic X(20) value spaces.
       01  campo-b                     pic X(11) value spaces.
       01  campo-c                     pic X(11) value spaces.
       01  corrida-texto               pic X(11) value spaces.
       01  corrida-registro            pic 9(5) value zero.
       01  total-ilegibles             pic 9(7) value zero.

      * los numeros de una solicitud salen seguidos en SOLRESP: un
      * cambio de corrida, solicitante o id es una solicitud nueva
       01  clave-solicitud.
           05  cs-corrida              pic 9(5).
           05  cs-solicitante          pic X(05).
           05  cs-id                   pic X(08).
       01  ultima-clave-solicitud      pic X(18) value spaces.

       01  registro-rechazo-sol-ws.
           05  src-solicitante         pic X(05).
           05  filler                  pic X(01).
           05  src-id                  pic X(08).
           05  filler                  pic X(01).
           05  src-valor               pic X(11).
           05  filler                  pic X(02).
           05  src-motivo              pic X(20).
           05  filler                  pic X(02).
           05  src-corrida             pic X(05).
           05  filler                  pic X(02).
           05  src-valor-amplio        pic X(20).

      * acumulados por solicitante, en orden de codigo
       01  codigo-buscado              pic X(05) value spaces.
       01  cantidad-solicitantes       pic 9(3) comp value zero.
       01  maximo-solicitantes         pic 9(3) comp value 100.
       01  indice-estado               pic 9(3) comp value zero.
       01  indice-hallado              pic 9(3) comp value zero.
       01  posicion-alta               pic 9(3) comp value zero.
       01  solicitantes-excedidos-sw   pic X value "N".
           88  solicitantes-excedidos      value "S".
       01  maximo-motivos              pic 9(3) comp value 20.
       01  indice-motivo               pic 9(3) comp value zero.
       01  motivo-hallado              pic 9(3) comp value zero.
       01  tabla-estados.
           05  entrada-estado OCCURS 100 TIMES.
               10  est-solicitante     pic X(05).
               10  est-solicitudes     pic 9(7).
               10  est-atendidos       pic 9(7).
               10  est-calculados      pic 9(7).
               10  est-historia        pic 9(7).
               10  est-sin-origen      pic 9(7).
               10  est-rechazados      pic 9(7).
               10  est-avisos          pic 9(7).
               10  est-cantidad-motivos
                                       pic 9(3) comp.
               10  est-motivo OCCURS 20 TIMES.
                   15  est-motivo-texto
                                       pic X(20).
                   15  est-motivo-cantidad
                                       pic 9(7).

      * totales del periodo
       01  total-solicitudes           pic 9(9) value zero.
       01  total-atendidos             pic 9(9) value zero.
       01  total-calculados            pic 9(9) value zero.
       01  total-historia              pic 9(9) value zero.
       01  total-sin-origen            pic 9(9) value zero.
       01  total-rechazados            pic 9(9) value zero.
       01  total-avisos                pic 9(9) value zero.
       01  total-detalle-facturacion   pic 9(5) value zero.
       01  hash-atendidos              pic 9(15) value zero.

      * campos del reporte impreso
       01  fecha-reporte.
           05  fr-aa                   pic 99.
           05  fr-mm                   pic 99.
           05  fr-dd                   pic 99.
       01  pagina-reporte              pic 9(4) value zero.

       01  linea-encabezado.
           05  filler             pic X(12) value "ESTADO DE US".
           05  filler             pic X(12) value "O DEL SERVIC".
           05  filler                  pic X(09) value "IO       ".
           05  filler                  pic X(06) value "FECHA:".
           05  le-mm                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-dd                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-aa                   pic 99.
           05  filler                  pic X(08) value "  PAGINA".
           05  le-pagina               pic ZZZ9.

       01  linea-solicitante.
           05  filler                  pic X(13) value "SOLICITANTE: ".
           05  lso-codigo              pic X(05).
           05  filler                  pic X(02) value spaces.
           05  lso-nombre              pic X(30).

       01  linea-contacto.
           05  filler                  pic X(13) value "CONTACTO:    ".
           05  lco-contacto            pic X(30).

       01  linea-periodo.
           05  filler                  pic X(13) value "PERIODO:     ".
           05  lpe-desde               pic 9(6).
           05  filler                  pic X(03) value " A ".
           05  lpe-hasta               pic 9(6).
           05  filler                  pic X(14) value "   CORRIDAS: ".
           05  lpe-corridas            pic ZZZZ9.

       01  linea-total-ws.
           05  lt-etiqueta             pic X(28).
           05  lt-valor                pic Z(8)9.

      * campos del archivo de cargo
       01  fecha-emision               pic X(06) value spaces.
       01  desde-editado               pic 9(6).
       01  hasta-editado               pic 9(6).
       01  solicitudes-editado         pic Z(6)9.
       01  atendidos-editado           pic Z(6)9.
       01  calculados-editado          pic Z(6)9.
       01  historia-editado            pic Z(6)9.
       01  rechazados-editado          pic Z(6)9.
       01  cantidad-editada            pic Z(4)9.
       01  hash-editado                pic Z(14)9.
       01  puntero-linea               pic 9(3) comp value 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESO-ESTADO.
           GOBACK.

       PROCESO-ESTADO.
           ACCEPT fecha-reporte FROM DATE.
           PERFORM PEDIR-PERIODO.
           IF NOT periodo-valido
               DISPLAY "PERIODO INVALIDO, ESTADO NO GENERADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MARCAR-CORRIDAS-PERIODO.
           PERFORM RESUMIR-RESPUESTAS.
           PERFORM RESUMIR-RECHAZOS.
           IF solicitantes-excedidos
               DISPLAY "MAS DE " maximo-solicitantes " SOLICITANTES "
                   "EN EL PERIODO, ESTADO NO GENERADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF total-ilegibles > ZERO
               DISPLAY "REGISTROS ILEGIBLES IGNORADOS EN SOLRESP.DAT: "
                   total-ilegibles
           END-IF.
           PERFORM ABRIR-SALIDAS.
           PERFORM ESCRIBIR-CABECERA-FACTURACION.
           PERFORM EMITIR-ESTADO-SOLICITANTE
               VARYING indice-estado FROM 1 BY 1
               UNTIL indice-estado > cantidad-solicitantes.
           PERFORM ESCRIBIR-TOTALES-PERIODO.
           PERFORM ESCRIBIR-PIE-FACTURACION.
           CLOSE ESTADO.
           CLOSE FACTURACION.
           IF hay-maestro
               CLOSE SOLICITANTES
           END-IF.
           DISPLAY "ESTADOS DE " cantidad-solicitantes
               " SOLICITANTES EN ESTADSOL.DAT, CARGO EN FACTSOL.DAT".

      * ---- periodo: desde en blanco es el primero del mes en curso,
      * hasta en blanco es hoy ----

       PEDIR-PERIODO.
           MOVE "S" TO periodo-valido-sw.
           DISPLAY "PERIODO DESDE (AAMMDD, BLANCO=PRIMERO DEL MES): "
               WITH NO ADVANCING.
           ACCEPT fecha-entrada-texto.
           IF fecha-entrada-texto = SPACES
               COMPUTE periodo-desde = fr-aa * 10000 + fr-mm * 100 + 1
           ELSE
               PERFORM VALIDAR-FECHA-PERIODO
               IF periodo-valido
                   MOVE fecha-entrada-texto TO periodo-desde
               ELSE
                   DISPLAY "FECHA DESDE INVALIDA: " fecha-entrada-texto
               END-IF
           END-IF.
           IF periodo-valido
               DISPLAY "PERIODO HASTA (AAMMDD, BLANCO=HOY): "
                   WITH NO ADVANCING
               ACCEPT fecha-entrada-texto
               IF fecha-entrada-texto = SPACES
                   COMPUTE periodo-hasta =
                       fr-aa * 10000 + fr-mm * 100 + fr-dd
               ELSE
                   PERFORM VALIDAR-FECHA-PERIODO
                   IF periodo-valido
                       MOVE fecha-entrada-texto TO periodo-hasta
                   ELSE
                       DISPLAY "FECHA HASTA INVALIDA: "
                           fecha-entrada-texto
                   END-IF
               END-IF
           END-IF.
           IF periodo-valido AND periodo-desde > periodo-hasta
               DISPLAY "PERIODO INVERTIDO: DESDE " periodo-desde
                   " POSTERIOR A " periodo-hasta
               MOVE "N" TO periodo-valido-sw
           END-IF.

      * INTEGER-OF-DATE devuelve cero para fechas imposibles
       VALIDAR-FECHA-PERIODO.
           IF fecha-entrada-texto IS NUMERIC
               MOVE "20" TO fn-siglo
               MOVE fecha-entrada-texto TO fn-resto
               COMPUTE dias-probados =
                   FUNCTION INTEGER-OF-DATE(fecha-numerica)
               IF dias-probados = ZERO
                   MOVE "N" TO periodo-valido-sw
               END-IF
           ELSE
               MOVE "N" TO periodo-valido-sw
           END-IF.

      * ---- corridas del libro iniciadas dentro del periodo ----

       MARCAR-CORRIDAS-PERIODO.
           MOVE ALL "N" TO area-corridas-periodo.
           OPEN INPUT CORRIDAS.
           IF corridas-estado-archivo = "35"
               DISPLAY "LIBRO CORRIDAS.DAT NO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF corridas-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR CORRIDAS.DAT: "
                   corridas-estado-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZERO TO corrida-numero.
           START CORRIDAS KEY NOT LESS THAN corrida-numero
               INVALID KEY
                   SET fin-corridas TO TRUE
           END-START.
           PERFORM LEER-CORRIDA UNTIL fin-corridas.
           CLOSE CORRIDAS.

       LEER-CORRIDA.
           READ CORRIDAS NEXT RECORD
               AT END
                   SET fin-corridas TO TRUE
               NOT AT END
                   IF corrida-numero > ZERO
                       AND corrida-ini-fecha >= periodo-desde
                       AND corrida-ini-fecha <= periodo-hasta
                       MOVE "S" TO corrida-en-periodo(corrida-numero)
                       ADD 1 TO corridas-en-periodo
                   END-IF
           END-READ.

      * ---- numeros atendidos y solicitudes desde SOLRESP ----

       RESUMIR-RESPUESTAS.
           OPEN INPUT RESPUESTAS.
           IF respuestas-estado-archivo = "35"
               DISPLAY "ARCHIVO SOLRESP.DAT NO ENCONTRADO, SIN "
                   "NUMEROS ATENDIDOS"
           ELSE
               PERFORM LEER-RESPUESTA
               PERFORM RESUMIR-RESPUESTA UNTIL fin-respuestas
               CLOSE RESPUESTAS
           END-IF.

       LEER-RESPUESTA.
           READ RESPUESTAS
               AT END
                   SET fin-respuestas TO TRUE
           END-READ.

       RESUMIR-RESPUESTA.
           PERFORM PARTIR-RESPUESTA.
           IF registro-ilegible
               ADD 1 TO total-ilegibles
           ELSE
               IF corrida-registro > ZERO
                   AND corrida-en-periodo(corrida-registro) = "S"
                   MOVE campo-solicitante TO codigo-buscado
                   PERFORM UBICAR-SOLICITANTE
                   IF indice-hallado > ZERO
                       PERFORM ACUMULAR-RESPUESTA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-RESPUESTA.

       PARTIR-RESPUESTA.
           MOVE "N" TO registro-ilegible-sw.
           MOVE SPACES TO campo-tipo campo-solicitante campo-id
               campo-valor campo-texto campo-a campo-b campo-c.
           UNSTRING linea-respuesta DELIMITED BY ";"
               INTO campo-tipo campo-solicitante campo-id
                   campo-valor campo-texto campo-a campo-b campo-c
           END-UNSTRING.
           MOVE ZERO TO corrida-registro.
           IF campo-tipo = "D" OR "C" OR "P"
               MOVE campo-b TO corrida-texto
           ELSE
               MOVE campo-a TO corrida-texto
           END-IF.
           IF (campo-tipo NOT = "D" AND campo-tipo NOT = "C"
               AND campo-tipo NOT = "P" AND campo-tipo NOT = "R"
               AND campo-tipo NOT = "V")
               OR corrida-texto = SPACES
               OR FUNCTION TEST-NUMVAL(corrida-texto) NOT = ZERO
               SET registro-ilegible TO TRUE
           ELSE
               COMPUTE corrida-registro =
                   FUNCTION NUMVAL(corrida-texto)
           END-IF.

      * los rechazos se cuentan desde SOLRECH; el R de SOLRESP solo
      * sirve aqui para contar la solicitud
       ACUMULAR-RESPUESTA.
           EVALUATE campo-tipo
               WHEN "D"
               WHEN "C"
               WHEN "P"
                   ADD 1 TO est-atendidos(indice-hallado)
                   EVALUATE campo-c
                       WHEN "C"
                           ADD 1 TO est-calculados(indice-hallado)
                       WHEN "H"
                           ADD 1 TO est-historia(indice-hallado)
                       WHEN OTHER
                           ADD 1 TO est-sin-origen(indice-hallado)
                   END-EVALUATE
                   PERFORM CONTAR-SOLICITUD
               WHEN "R"
                   PERFORM CONTAR-SOLICITUD
           END-EVALUATE.

       CONTAR-SOLICITUD.
           MOVE corrida-registro TO cs-corrida.
           MOVE campo-solicitante TO cs-solicitante.
           MOVE campo-id TO cs-id.
           IF clave-solicitud NOT = ultima-clave-solicitud
               ADD 1 TO est-solicitudes(indice-hallado)
               MOVE clave-solicitud TO ultima-clave-solicitud
           END-IF.

      * ---- rechazos por motivo desde SOLRECH ----

       RESUMIR-RECHAZOS.
           OPEN INPUT SOLRECH.
           IF solrech-estado-archivo = "35"
               DISPLAY "ARCHIVO SOLRECH.DAT NO ENCONTRADO, SIN "
                   "RECHAZOS"
           ELSE
               PERFORM LEER-RECHAZO
               PERFORM RESUMIR-RECHAZO UNTIL fin-rechazos
               CLOSE SOLRECH
           END-IF.

       LEER-RECHAZO.
           READ SOLRECH INTO registro-rechazo-sol-ws
               AT END
                   SET fin-rechazos TO TRUE
           END-READ.

       RESUMIR-RECHAZO.
           IF src-corrida IS NUMERIC
               MOVE src-corrida TO corrida-registro
               IF corrida-registro > ZERO
                   AND corrida-en-periodo(corrida-registro) = "S"
                   MOVE src-solicitante TO codigo-buscado
                   PERFORM UBICAR-SOLICITANTE
                   IF indice-hallado > ZERO
                       PERFORM ACUMULAR-RECHAZO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-RECHAZO.

       ACUMULAR-RECHAZO.
           IF src-motivo(1:18) = "PRIORIDAD REBAJADA"
               ADD 1 TO est-avisos(indice-hallado)
           ELSE
               ADD 1 TO est-rechazados(indice-hallado)
               PERFORM SUMAR-MOTIVO
           END-IF.

      * hasta 19 motivos distintos por solicitante; el ultimo lugar
      * de la tabla junta los que no caben
       SUMAR-MOTIVO.
           MOVE ZERO TO motivo-hallado.
           PERFORM COMPARAR-MOTIVO
               VARYING indice-motivo FROM 1 BY 1
               UNTIL indice-motivo >
                       est-cantidad-motivos(indice-hallado)
                   OR motivo-hallado > ZERO.
           IF motivo-hallado = ZERO
               IF est-cantidad-motivos(indice-hallado)
                   < maximo-motivos - 1
                   ADD 1 TO est-cantidad-motivos(indice-hallado)
                   MOVE est-cantidad-motivos(indice-hallado)
                       TO motivo-hallado
                   MOVE src-motivo TO
                       est-motivo-texto(indice-hallado, motivo-hallado)
               ELSE
                   MOVE maximo-motivos TO motivo-hallado
                   IF est-cantidad-motivos(indice-hallado)
                       < maximo-motivos
                       MOVE maximo-motivos
                           TO est-cantidad-motivos(indice-hallado)
                       MOVE "OTROS MOTIVOS" TO est-motivo-texto
                           (indice-hallado, motivo-hallado)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO est-motivo-cantidad(indice-hallado, motivo-hallado).

       COMPARAR-MOTIVO.
           IF est-motivo-texto(indice-hallado, indice-motivo)
               = src-motivo
               MOVE indice-motivo TO motivo-hallado
           END-IF.

      * ---- tabla de solicitantes, en orden de codigo ----

       UBICAR-SOLICITANTE.
           MOVE ZERO TO indice-hallado.
           MOVE ZERO TO posicion-alta.
           PERFORM COMPARAR-SOLICITANTE
               VARYING indice-estado FROM 1 BY 1
               UNTIL indice-estado > cantidad-solicitantes
                   OR indice-hallado > ZERO
                   OR posicion-alta > ZERO.
           IF indice-hallado = ZERO
               IF posicion-alta = ZERO
                   COMPUTE posicion-alta = cantidad-solicitantes + 1
               END-IF
               PERFORM AGREGAR-SOLICITANTE
           END-IF.

       COMPARAR-SOLICITANTE.
           IF est-solicitante(indice-estado) = codigo-buscado
               MOVE indice-estado TO indice-hallado
           ELSE
               IF est-solicitante(indice-estado) > codigo-buscado
                   MOVE indice-estado TO posicion-alta
               END-IF
           END-IF.

       AGREGAR-SOLICITANTE.
           IF cantidad-solicitantes < maximo-solicitantes
               PERFORM CORRER-SOLICITANTE
                   VARYING indice-estado FROM cantidad-solicitantes
                   BY -1 UNTIL indice-estado < posicion-alta
               ADD 1 TO cantidad-solicitantes
               INITIALIZE entrada-estado(posicion-alta)
               MOVE codigo-buscado TO est-solicitante(posicion-alta)
               MOVE posicion-alta TO indice-hallado
           ELSE
               SET solicitantes-excedidos TO TRUE
           END-IF.

       CORRER-SOLICITANTE.
           MOVE entrada-estado(indice-estado)
               TO entrada-estado(indice-estado + 1).

      * ---- salidas ----

       ABRIR-SALIDAS.
           OPEN OUTPUT ESTADO.
           IF estado-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR ESTADSOL.DAT: "
                   estado-estado-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FACTURACION.
           IF facturacion-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR FACTSOL.DAT: "
                   facturacion-estado-archivo
               CLOSE ESTADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SOLICITANTES.
           IF solicitantes-estado-archivo = "00"
               SET hay-maestro TO TRUE
           ELSE
               DISPLAY "MAESTRO SOLICITA.DAT NO DISPONIBLE ("
                   solicitantes-estado-archivo
                   "), ESTADOS SIN NOMBRE NI CONTACTO"
           END-IF.

       ESCRIBIR-ENCABEZADO.
           ADD 1 TO pagina-reporte.
           MOVE fr-mm TO le-mm.
           MOVE fr-dd TO le-dd.
           MOVE fr-aa TO le-aa.
           MOVE pagina-reporte TO le-pagina.
           WRITE linea-estado FROM linea-encabezado.

       EMITIR-ESTADO-SOLICITANTE.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE est-solicitante(indice-estado) TO lso-codigo.
           MOVE SPACES TO lso-nombre.
           MOVE SPACES TO lco-contacto.
           IF hay-maestro
               MOVE est-solicitante(indice-estado)
                   TO solicitante-codigo
               READ SOLICITANTES
                   INVALID KEY
                       MOVE "(NO FIGURA EN EL MAESTRO)" TO lso-nombre
                   NOT INVALID KEY
                       MOVE solicitante-nombre TO lso-nombre
                       MOVE solicitante-contacto TO lco-contacto
               END-READ
           END-IF.
           WRITE linea-estado FROM linea-solicitante.
           WRITE linea-estado FROM linea-contacto.
           PERFORM ESCRIBIR-LINEA-PERIODO.
           MOVE SPACES TO linea-estado.
           WRITE linea-estado.
           MOVE "SOLICITUDES RECIBIDAS" TO lt-etiqueta.
           MOVE est-solicitudes(indice-estado) TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "NUMEROS ATENDIDOS" TO lt-etiqueta.
           MOVE est-atendidos(indice-estado) TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  CALCULADOS (esPrimo)" TO lt-etiqueta.
           MOVE est-calculados(indice-estado) TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  SERVIDOS DE LA HISTORIA" TO lt-etiqueta.
           MOVE est-historia(indice-estado) TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           IF est-sin-origen(indice-estado) > ZERO
               MOVE "  SIN DATO DE ORIGEN" TO lt-etiqueta
               MOVE est-sin-origen(indice-estado) TO lt-valor
               PERFORM ESCRIBIR-LINEA-TOTAL
           END-IF.
           MOVE "NUMEROS RECHAZADOS" TO lt-etiqueta.
           MOVE est-rechazados(indice-estado) TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           PERFORM ESCRIBIR-LINEA-MOTIVO
               VARYING indice-motivo FROM 1 BY 1
               UNTIL indice-motivo >
                   est-cantidad-motivos(indice-estado).
           MOVE "AVISOS DE PRIORIDAD REBAJADA" TO lt-etiqueta.
           MOVE est-avisos(indice-estado) TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           PERFORM ESCRIBIR-DETALLE-FACTURACION.
           ADD est-solicitudes(indice-estado) TO total-solicitudes.
           ADD est-atendidos(indice-estado) TO total-atendidos.
           ADD est-calculados(indice-estado) TO total-calculados.
           ADD est-historia(indice-estado) TO total-historia.
           ADD est-sin-origen(indice-estado) TO total-sin-origen.
           ADD est-rechazados(indice-estado) TO total-rechazados.
           ADD est-avisos(indice-estado) TO total-avisos.

       ESCRIBIR-LINEA-PERIODO.
           MOVE periodo-desde TO lpe-desde.
           MOVE periodo-hasta TO lpe-hasta.
           MOVE corridas-en-periodo TO lpe-corridas.
           WRITE linea-estado FROM linea-periodo.

       ESCRIBIR-LINEA-MOTIVO.
           MOVE SPACES TO lt-etiqueta.
           MOVE est-motivo-texto(indice-estado, indice-motivo)
               TO lt-etiqueta(3:20).
           MOVE est-motivo-cantidad(indice-estado, indice-motivo)
               TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.

       ESCRIBIR-LINEA-TOTAL.
           WRITE linea-estado FROM linea-total-ws.

       ESCRIBIR-TOTALES-PERIODO.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "TOTALES DEL PERIODO" TO linea-estado.
           WRITE linea-estado.
           PERFORM ESCRIBIR-LINEA-PERIODO.
           MOVE SPACES TO linea-estado.
           WRITE linea-estado.
           MOVE "SOLICITANTES" TO lt-etiqueta.
           MOVE cantidad-solicitantes TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "SOLICITUDES RECIBIDAS" TO lt-etiqueta.
           MOVE total-solicitudes TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "NUMEROS ATENDIDOS" TO lt-etiqueta.
           MOVE total-atendidos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  CALCULADOS (esPrimo)" TO lt-etiqueta.
           MOVE total-calculados TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  SERVIDOS DE LA HISTORIA" TO lt-etiqueta.
           MOVE total-historia TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "  SIN DATO DE ORIGEN" TO lt-etiqueta.
           MOVE total-sin-origen TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "NUMEROS RECHAZADOS" TO lt-etiqueta.
           MOVE total-rechazados TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "AVISOS DE PRIORIDAD REBAJADA" TO lt-etiqueta.
           MOVE total-avisos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "REGISTROS ILEGIBLES SOLRESP" TO lt-etiqueta.
           MOVE total-ilegibles TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.

      * ---- archivo de cargo para finanzas ----

       ESCRIBIR-CABECERA-FACTURACION.
           MOVE SPACES TO fecha-emision.
           STRING fr-aa fr-mm fr-dd DELIMITED BY SIZE
               INTO fecha-emision
           END-STRING.
           MOVE periodo-desde TO desde-editado.
           MOVE periodo-hasta TO hasta-editado.
           MOVE SPACES TO linea-facturacion.
           MOVE 1 TO puntero-linea.
           STRING "H;" fecha-emision ";" desde-editado ";"
               hasta-editado
               DELIMITED BY SIZE
               INTO linea-facturacion
               WITH POINTER puntero-linea
           END-STRING.
           WRITE linea-facturacion.

       ESCRIBIR-DETALLE-FACTURACION.
           MOVE est-solicitudes(indice-estado) TO solicitudes-editado.
           MOVE est-atendidos(indice-estado) TO atendidos-editado.
           MOVE est-calculados(indice-estado) TO calculados-editado.
           MOVE est-historia(indice-estado) TO historia-editado.
           MOVE est-rechazados(indice-estado) TO rechazados-editado.
           MOVE SPACES TO linea-facturacion.
           MOVE 1 TO puntero-linea.
           STRING "D;" est-solicitante(indice-estado) ";"
               FUNCTION TRIM(solicitudes-editado) ";"
               FUNCTION TRIM(atendidos-editado) ";"
               FUNCTION TRIM(calculados-editado) ";"
               FUNCTION TRIM(historia-editado) ";"
               FUNCTION TRIM(rechazados-editado)
               DELIMITED BY SIZE
               INTO linea-facturacion
               WITH POINTER puntero-linea
           END-STRING.
           WRITE linea-facturacion.
           ADD 1 TO total-detalle-facturacion.
           ADD est-atendidos(indice-estado) TO hash-atendidos.

       ESCRIBIR-PIE-FACTURACION.
           MOVE total-detalle-facturacion TO cantidad-editada.
           MOVE hash-atendidos TO hash-editado.
           MOVE SPACES TO linea-facturacion.
           MOVE 1 TO puntero-linea.
           STRING "T;" FUNCTION TRIM(cantidad-editada) ";"
               FUNCTION TRIM(hash-editado)
               DELIMITED BY SIZE
               INTO linea-facturacion
               WITH POINTER puntero-linea
           END-STRING.
           WRITE linea-facturacion.

       END PROGRAM estadoSolicitantes.
