
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revisaTarjetas.
      *
      * Revision previa del mazo de tarjetas TARJETAS.DAT. Una tarjeta
      * mala se descubria recien cuando esPrimoJob llegaba a ella, a
      * veces con horas de noche encima y con pasos anteriores que ya
      * habian abierto corridas y tocado los maestros. Este programa
      * lee el mazo de dia, sin ejecutar nada, y deja en PREVUELO.DAT:
      *   - la revision de cada tarjeta con las mismas reglas que
      *     aplica esPrimoJob (TOMAR-LIMITES-TARJETA para PASO R,
      *     TOMAR-PARAMETRO-TARJETA para los pasos satelite, modos
      *     validos, tarjetas SIGA), marcando el paso donde el job se
      *     detendria si no hay tarjeta SIGA S;
      *   - los problemas que todavia no son errores: un PASO A, X o
      *     E sin corrida en la tarjeta y sin paso anterior que cree
      *     corrida; una corrida explicita que no esta en el libro ni
      *     la crea un paso anterior del mazo; un intervalo que
      *     RANGAVAN.DAT da por completo (no se repite) o a medias
      *     (se reanuda), o que se superpone con el avance grabado de
      *     otro intervalo; un intervalo que cruza el MAX de
      *     PARAMETROS.DAT; un intervalo con mas exclusiones vigentes
      *     de las que admite la criba; un PASO S sin maestro de
      *     solicitantes; un PASO G (respaldo de los maestros) que
      *     no es la primera tarjeta del mazo;
      *   - la estimacion de duracion de cada paso y del mazo entero,
      *     con el ritmo historico (verificados por minuto) de las
      *     corridas terminadas del libro CORRIDAS.DAT, separado por
      *     modo y, en los rangos, por camino: criba cuando el ancho
      *     alcanza el umbral CRIB y el intervalo no pasa de diez
      *     cifras, candidato por candidato si no. Una
      *     corrida de rango del libro se toma como cribada cuando sus
      *     leidos alcanzan el umbral vigente. Los candidatos de un
      *     PASO L salen de NUMEROS.DAT (mas REPROCESO.DAT en el
      *     primero, que lo consume) y los de un PASO S de
      *     SOLICITUD.DAT, donde un pedido de conteo de primos o de
      *     primo siguiente cuenta como un candidato; los pasos
      *     satelite no tienen corrida en el libro y quedan sin
      *     estimar.
      * El total se compara con la ventana de lote (parametro VENT de
      * PARAMETROS.DAT, en minutos; 720 por omision), para saber antes
      * de las 18:00 si el mazo de la noche entra. Termina con
      * RETURN-CODE 8 si alguna tarjeta fallaria, 4 si solo hay avisos
      * o el mazo no entra en la ventana, y 0 si todo esta en orden.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO "TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tarjetas-estado-archivo.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS param-estado-archivo.

           SELECT CORRIDAS ASSIGN TO "CORRIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS corrida-numero
               FILE STATUS IS corridas-estado-archivo.

           SELECT AVANCE-RANGO ASSIGN TO "RANGAVAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS avance-clave
               FILE STATUS IS avance-estado-archivo.

           SELECT EXCLUSIONES ASSIGN TO "EXCLUSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS exclusion-numero
               FILE STATUS IS exclusiones-estado-archivo.

           SELECT SOLICITANTES ASSIGN TO "SOLICITA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS solicitante-codigo
               FILE STATUS IS solicitantes-estado-archivo.

           SELECT NUMEROS-ENTRADA ASSIGN TO "NUMEROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS numeros-estado-archivo.

           SELECT REPROCESO ASSIGN TO "REPROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reproceso-estado-archivo.

           SELECT SOLICITUDES ASSIGN TO "SOLICITUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS solicitudes-estado-archivo.

           SELECT REPORTE-PREVIO ASSIGN TO "PREVUELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporte-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS
           RECORDING MODE IS F.
       01  registro-tarjeta.
           05  tarjeta-tipo            PIC X(04).
           05  filler                  PIC X(01).
           05  tarjeta-modo            PIC X(01).
           05  filler                  PIC X(01).
           05  tarjeta-limites         PIC X(39).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  registro-parametro.
           05  param-tipo              PIC X(04).
           05  param-valor-texto       PIC X(20).

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

       FD  AVANCE-RANGO.
       01  registro-avance-rango.
           05  avance-clave.
               10  avance-inferior     PIC S9(18).
               10  avance-superior     PIC S9(18).
           05  avance-ultimo           PIC S9(18).
           05  avance-corrida          PIC 9(5).

       FD  EXCLUSIONES.
       01  registro-exclusion.
           05  exclusion-numero        PIC S9(18).
           05  exclusion-motivo        PIC X(04).
           05  exclusion-usuario       PIC X(20).
           05  exclusion-vigente-desde PIC 9(6).
           05  exclusion-vigente-hasta PIC 9(6).
           05  exclusion-activa        PIC X(01).
               88  exclusion-esta-activa   VALUE "S".

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

       FD  NUMEROS-ENTRADA
           RECORDING MODE IS F.
       01  registro-numero-entrada     PIC X(18).

       FD  REPROCESO
           RECORDING MODE IS F.
       01  registro-reproceso          PIC X(18).

       FD  SOLICITUDES
           RECORDING MODE IS F.
       01  registro-solicitud          PIC X(58).

       FD  REPORTE-PREVIO
           RECORDING MODE IS F.
       01  linea-reporte               PIC X(80).

       WORKING-STORAGE SECTION.
       01  tarjetas-estado-archivo     pic XX value spaces.
       01  param-estado-archivo        pic XX value spaces.
       01  corridas-estado-archivo     pic XX value spaces.
       01  avance-estado-archivo       pic XX value spaces.
       01  exclusiones-estado-archivo  pic XX value spaces.
       01  solicitantes-estado-archivo pic XX value spaces.
       01  numeros-estado-archivo      pic XX value spaces.
       01  reproceso-estado-archivo    pic XX value spaces.
       01  solicitudes-estado-archivo  pic XX value spaces.
       01  reporte-estado-archivo      pic XX value spaces.

       01  fin-tarjetas-sw             pic X value "N".
           88  fin-tarjetas                value "S".
       01  fin-parametros-sw           pic X value "N".
           88  fin-parametros              value "S".
       01  fin-corridas-sw             pic X value "N".
           88  fin-corridas                value "S".
       01  fin-avance-sw               pic X value "N".
           88  fin-avance                  value "S".
       01  fin-exclusiones-sw          pic X value "N".
           88  fin-exclusiones             value "S".
       01  fin-entrada-sw              pic X value "N".
           88  fin-entrada                 value "S".

       01  hay-libro-sw                pic X value "N".
           88  hay-libro                   value "S".
       01  hay-avance-sw               pic X value "N".
           88  hay-avance                  value "S".
       01  hay-exclusiones-sw          pic X value "N".
           88  hay-exclusiones             value "S".

      * parametros, con los mismos valores por omision que el job
       01  numero-maximo               pic S9(18)
                                       value 999999999999999999.
       01  umbral-criba                pic S9(18) value 100000.
       01  limite-superior-criba       pic S9(18) value 9999999999.
       01  param-valor                 pic S9(18) value zero.
       01  param-valor-valido-sw       pic X value "S".
           88  param-valor-valido          value "S".
       01  ventana-minutos             pic 9(7) value 720.
       01  maximo-exclusiones-rango    pic 9(3) comp value 500.
       01  maximo-ancho-solicitud      pic 9(5) value 10000.

      * simulacion del recorrido del mazo por esPrimoJob
       01  numero-paso                 pic 9(3) value zero.
       01  numero-tarjeta              pic 9(3) value zero.
       01  paso-con-error-sw           pic X value "N".
           88  paso-con-error              value "S".
       01  continuar-con-error-sw      pic X value "N".
           88  continuar-con-error         value "S".
       01  job-detenido-sw             pic X value "N".
           88  job-detenido                value "S".
       01  ultima-corrida-libro        pic 9(5) value zero.
       01  ultima-corrida-generada     pic 9(5) value zero.
       01  corrida-paso                pic 9(5) value zero.
       01  reproceso-consumido-sw      pic X value "N".
           88  reproceso-consumido         value "S".
       01  solicitudes-consumidas-sw   pic X value "N".
           88  solicitudes-consumidas      value "S".

      * campos de la tarjeta, como los toma esPrimoJob
       01  limites-trabajo             pic X(39) value spaces.
       01  limite-inf-texto            pic X(20) value spaces.
       01  limite-sup-texto            pic X(20) value spaces.
       01  limites-validos-sw          pic X value "N".
           88  limites-validos             value "S".
       01  parametro-paso-texto        pic X(11) value spaces.
       01  parametro-paso              pic 9(10) value zero.
       01  hay-parametro-paso-sw       pic X value "N".
           88  hay-parametro-paso          value "S".
       01  parametro-valido-sw         pic X value "S".
           88  parametro-valido            value "S".
       01  rango-inferior              pic S9(18) value zero.
       01  rango-superior              pic S9(18) value zero.
       01  reanudar-desde              pic S9(18) value zero.
       01  rango-ya-completo-sw        pic X value "N".
           88  rango-ya-completo           value "S".
       01  exclusiones-intervalo       pic 9(5) value zero.
       01  fecha-hoy-numerica          pic 9(6) value zero.

      * ritmo historico por clase de paso: 1 lote, 2 solicitudes,
      * 3 rango candidato por candidato, 4 rango cribado
       01  nombres-clase-valores.
           05  filler        pic X(20) value "LOTE (PASO L)".
           05  filler        pic X(20) value "SOLICITUDES (PASO S)".
           05  filler        pic X(20) value "RANGO POR CANDIDATO".
           05  filler        pic X(20) value "RANGO CRIBADO".
       01  nombres-clase REDEFINES nombres-clase-valores.
           05  nombre-clase            pic X(20) OCCURS 4 TIMES.
       01  tabla-tasas.
           05  entrada-tasa OCCURS 4 TIMES.
               10  tasa-corridas       pic 9(5).
               10  tasa-verificados    pic 9(12).
               10  tasa-segundos       pic 9(12).
               10  tasa-ritmo          pic 9(9)V99.
       01  indice-tasa                 pic 9(2) comp value zero.
       01  clase-paso                  pic 9(2) comp value zero.

      * duracion de una corrida del libro
       01  fecha-numerica              pic 9(8) value zero.
       01  dias-inicio                 pic 9(7) value zero.
       01  dias-fin                    pic 9(7) value zero.
       01  segundos-inicio             pic 9(7) value zero.
       01  segundos-fin                pic 9(7) value zero.
       01  duracion-segundos           pic S9(9) value zero.
       01  hora-trabajo                pic 9(6) value zero.
       01  hora-trabajo-x REDEFINES hora-trabajo.
           05  ht-hh                   pic 99.
           05  ht-min                  pic 99.
           05  ht-ss                   pic 99.

      * estimacion por paso y del mazo
       01  candidatos-paso             pic S9(19) value zero.
       01  minutos-paso                pic 9(7) value zero.
       01  total-minutos               pic 9(9) value zero.
       01  total-pasos                 pic 9(5) value zero.
       01  total-pasos-sin-estimar     pic 9(5) value zero.
       01  total-errores               pic 9(5) value zero.
       01  total-avisos                pic 9(5) value zero.

      * solicitudes pendientes, para estimar PASO S
       01  registro-solicitud-ws.
           05  sol-solicitante         pic X(05).
           05  filler                  pic X(01).
           05  sol-id                  pic X(08).
           05  filler                  pic X(01).
           05  sol-prioridad           pic X(01).
           05  filler                  pic X(01).
           05  sol-tipo                pic X(01).
               88  solicitud-de-numero     value "N".
               88  solicitud-de-intervalo  value "I".
               88  solicitud-de-conteo     value "C".
               88  solicitud-de-siguiente  value "P".
           05  filler                  pic X(01).
           05  sol-valores             pic X(39).
       01  valores-trabajo             pic X(39) value spaces.
       01  valor-desde-texto           pic X(20) value spaces.
       01  valor-hasta-texto           pic X(20) value spaces.
       01  ancho-solicitud             pic S9(19) value zero.

      * campos del reporte impreso
       01  fecha-reporte.
           05  fr-aa                   pic 99.
           05  fr-mm                   pic 99.
           05  fr-dd                   pic 99.
       01  pagina-reporte              pic 9(4) value 1.
       01  lineas-en-pagina            pic 9(3) value zero.
       01  lineas-por-pagina           pic 9(3) value 50.
       01  linea-salida                pic X(80) value spaces.
       01  texto-mensaje               pic X(70) value spaces.
       01  numero-editado-1            pic -(18)9.
       01  numero-editado-2            pic -(18)9.
       01  numero-editado-3            pic -(18)9.
       01  ritmo-editado               pic Z(8)9.

       01  linea-encabezado.
           05  filler             pic X(12) value "REVISION PRE".
           05  filler             pic X(12) value "VIA DEL MAZO".
           05  filler                  pic X(09) value " DE TARJ ".
           05  filler                  pic X(06) value "FECHA:".
           05  le-mm                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-dd                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-aa                   pic 99.
           05  filler                  pic X(08) value "  PAGINA".
           05  le-pagina               pic ZZZ9.

       01  linea-tasa.
           05  filler             pic X(15) value "RITMO HISTORICO".
           05  filler                  pic X(01) value space.
           05  lta-clase               pic X(20).
           05  lta-ritmo               pic Z(8)9.
           05  filler                  pic X(11) value " VER/MIN EN".
           05  lta-corridas            pic ZZZZ9.
           05  filler                  pic X(09) value " CORRIDAS".

       01  linea-tarjeta.
           05  filler                  pic X(08) value "TARJETA ".
           05  ltj-numero              pic ZZ9.
           05  filler                  pic X(02) value ": ".
           05  ltj-contenido           pic X(28).

       01  linea-total-ws.
           05  lt-etiqueta             pic X(28).
           05  lt-valor                pic Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESO-REVISION.
           GOBACK.

       PROCESO-REVISION.
           ACCEPT fecha-reporte FROM DATE.
           COMPUTE fecha-hoy-numerica =
               fr-aa * 10000 + fr-mm * 100 + fr-dd.
           OPEN INPUT TARJETAS.
           IF tarjetas-estado-archivo = "35"
               DISPLAY "NO HAY TARJETAS.DAT QUE REVISAR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF tarjetas-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR TARJETAS.DAT: "
                   tarjetas-estado-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-PREVIO.
           IF reporte-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR PREVUELO.DAT: "
                   reporte-estado-archivo
               CLOSE TARJETAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRIR-MAESTROS.
           PERFORM CARGAR-RITMOS.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM INFORMAR-RITMOS.
           PERFORM LEER-TARJETA.
           PERFORM REVISAR-TARJETA UNTIL fin-tarjetas.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-MAESTROS.
           CLOSE TARJETAS.
           CLOSE REPORTE-PREVIO.
           DISPLAY "TARJETAS REVISADAS: " numero-tarjeta
               ", ERRORES: " total-errores
               ", AVISOS: " total-avisos
               ", MINUTOS ESTIMADOS: " total-minutos
               " EN PREVUELO.DAT".
           EVALUATE TRUE
               WHEN total-errores > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN total-avisos > ZERO
                   OR total-minutos > ventana-minutos
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       LEER-PARAMETROS.
           MOVE "N" TO fin-parametros-sw.
           OPEN INPUT PARAMETROS.
           IF param-estado-archivo = "00"
               PERFORM LEER-REGISTRO-PARAMETRO
               PERFORM PROCESAR-REGISTRO-PARAMETRO
                   UNTIL fin-parametros
               CLOSE PARAMETROS
           END-IF.

       LEER-REGISTRO-PARAMETRO.
           READ PARAMETROS
               AT END
                   SET fin-parametros TO TRUE
           END-READ.

      * el valor se toma como texto, como lo toma el job; uno que no
      * es numero o no entra se ignora y queda el valor por omision
       PROCESAR-REGISTRO-PARAMETRO.
           PERFORM TOMAR-VALOR-PARAMETRO.
           IF NOT param-valor-valido
               AND (param-tipo = "MAX " OR param-tipo = "CRIB"
                   OR param-tipo = "VENT")
               DISPLAY "VALOR INVALIDO EN PARAMETROS.DAT PARA "
                   param-tipo ": SE IGNORA"
           ELSE
               EVALUATE param-tipo
                   WHEN "MAX "
                       MOVE param-valor TO numero-maximo
                   WHEN "CRIB"
                       MOVE param-valor TO umbral-criba
                   WHEN "VENT"
                       IF param-valor > 9999999
                           DISPLAY "VALOR INVALIDO EN PARAMETROS.DAT "
                               "PARA VENT: SE IGNORA"
                       ELSE
                           MOVE param-valor TO ventana-minutos
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM LEER-REGISTRO-PARAMETRO.

       TOMAR-VALOR-PARAMETRO.
           MOVE "S" TO param-valor-valido-sw.
           MOVE ZERO TO param-valor.
           IF param-valor-texto = SPACES
               OR FUNCTION TEST-NUMVAL(param-valor-texto) NOT = ZERO
               MOVE "N" TO param-valor-valido-sw
           ELSE
               COMPUTE param-valor =
                   FUNCTION NUMVAL(param-valor-texto)
                   ON SIZE ERROR
                       MOVE "N" TO param-valor-valido-sw
               END-COMPUTE
           END-IF.
           IF param-valor-valido AND param-valor < ZERO
               MOVE "N" TO param-valor-valido-sw
           END-IF.

      * los maestros se abren solo para consulta; uno que falta no
      * impide la revision, solo la parte que depende de el
       ABRIR-MAESTROS.
           OPEN INPUT CORRIDAS.
           IF corridas-estado-archivo = "00"
               SET hay-libro TO TRUE
           ELSE
               DISPLAY "CORRIDAS.DAT NO DISPONIBLE ("
                   corridas-estado-archivo "): SIN RITMO HISTORICO"
           END-IF.
           OPEN INPUT AVANCE-RANGO.
           IF avance-estado-archivo = "00"
               SET hay-avance TO TRUE
           END-IF.
           OPEN INPUT EXCLUSIONES.
           IF exclusiones-estado-archivo = "00"
               SET hay-exclusiones TO TRUE
           END-IF.

       CERRAR-MAESTROS.
           IF hay-libro
               CLOSE CORRIDAS
           END-IF.
           IF hay-avance
               CLOSE AVANCE-RANGO
           END-IF.
           IF hay-exclusiones
               CLOSE EXCLUSIONES
           END-IF.

      * ---- ritmo historico: verificados por minuto de las corridas
      * terminadas (N o D), por clase de paso ----

       CARGAR-RITMOS.
           INITIALIZE tabla-tasas.
           IF hay-libro
               MOVE "N" TO fin-corridas-sw
               MOVE ZERO TO corrida-numero
               START CORRIDAS KEY NOT LESS THAN corrida-numero
                   INVALID KEY
                       SET fin-corridas TO TRUE
               END-START
               PERFORM TOMAR-CORRIDA-HISTORICA UNTIL fin-corridas
           END-IF.
           PERFORM CALCULAR-RITMO
               VARYING indice-tasa FROM 1 BY 1
               UNTIL indice-tasa > 4.

       TOMAR-CORRIDA-HISTORICA.
           READ CORRIDAS NEXT RECORD
               AT END
                   SET fin-corridas TO TRUE
               NOT AT END
                   MOVE corrida-numero TO ultima-corrida-libro
                   IF (corrida-fin-normal OR corrida-desbalanceada)
                       AND corrida-verificados > ZERO
                       PERFORM ACUMULAR-RITMO-CORRIDA
                   END-IF
           END-READ.

       ACUMULAR-RITMO-CORRIDA.
           MOVE ZERO TO clase-paso.
           EVALUATE corrida-modo
               WHEN "L"
                   MOVE 1 TO clase-paso
               WHEN "S"
                   MOVE 2 TO clase-paso
               WHEN "R"
                   IF umbral-criba > ZERO
                       AND corrida-leidos >= umbral-criba
                       MOVE 4 TO clase-paso
                   ELSE
                       MOVE 3 TO clase-paso
                   END-IF
           END-EVALUATE.
           IF clase-paso > ZERO
               PERFORM CALCULAR-DURACION
               IF duracion-segundos > ZERO
                   ADD 1 TO tasa-corridas(clase-paso)
                   ADD corrida-verificados
                       TO tasa-verificados(clase-paso)
                   ADD duracion-segundos TO tasa-segundos(clase-paso)
               END-IF
           END-IF.

       CALCULAR-DURACION.
           MOVE ZERO TO duracion-segundos.
           IF corrida-fin-fecha > ZERO
               COMPUTE fecha-numerica = 20000000 + corrida-ini-fecha
               COMPUTE dias-inicio =
                   FUNCTION INTEGER-OF-DATE(fecha-numerica)
               COMPUTE fecha-numerica = 20000000 + corrida-fin-fecha
               COMPUTE dias-fin =
                   FUNCTION INTEGER-OF-DATE(fecha-numerica)
               IF dias-inicio > ZERO AND dias-fin > ZERO
                   MOVE corrida-ini-hora TO hora-trabajo
                   COMPUTE segundos-inicio =
                       ht-hh * 3600 + ht-min * 60 + ht-ss
                   MOVE corrida-fin-hora TO hora-trabajo
                   COMPUTE segundos-fin =
                       ht-hh * 3600 + ht-min * 60 + ht-ss
                   COMPUTE duracion-segundos =
                       (dias-fin - dias-inicio) * 86400
                       + segundos-fin - segundos-inicio
               END-IF
           END-IF.

       CALCULAR-RITMO.
           IF tasa-segundos(indice-tasa) > ZERO
               COMPUTE tasa-ritmo(indice-tasa) ROUNDED =
                   tasa-verificados(indice-tasa) * 60
                   / tasa-segundos(indice-tasa)
           END-IF.

       INFORMAR-RITMOS.
           PERFORM INFORMAR-RITMO-CLASE
               VARYING indice-tasa FROM 1 BY 1
               UNTIL indice-tasa > 4.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

       INFORMAR-RITMO-CLASE.
           MOVE nombre-clase(indice-tasa) TO lta-clase.
           MOVE tasa-ritmo(indice-tasa) TO lta-ritmo.
           MOVE tasa-corridas(indice-tasa) TO lta-corridas.
           MOVE linea-tasa TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

      * ---- recorrido del mazo con las reglas de esPrimoJob ----

       LEER-TARJETA.
           READ TARJETAS
               AT END
                   SET fin-tarjetas TO TRUE
           END-READ.

       REVISAR-TARJETA.
           ADD 1 TO numero-tarjeta.
           MOVE numero-tarjeta TO ltj-numero.
           MOVE registro-tarjeta TO ltj-contenido.
           MOVE linea-tarjeta TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           IF job-detenido
               MOVE "EL JOB YA SE HABRIA DETENIDO: NO SE EJECUTARIA"
                   TO texto-mensaje
               PERFORM EMITIR-AVISO
           END-IF.
           MOVE "N" TO paso-con-error-sw.
           EVALUATE tarjeta-tipo
               WHEN "SIGA"
                   IF tarjeta-modo = "S"
                       SET continuar-con-error TO TRUE
                   ELSE
                       MOVE "N" TO continuar-con-error-sw
                   END-IF
               WHEN "PASO"
                   PERFORM REVISAR-PASO
               WHEN OTHER
                   MOVE "TARJETA NO RECONOCIDA" TO texto-mensaje
                   PERFORM EMITIR-ERROR
           END-EVALUATE.
           IF paso-con-error AND NOT job-detenido
               AND NOT continuar-con-error
               SET job-detenido TO TRUE
               MOVE "SIN TARJETA SIGA S EL JOB SE DETIENE AQUI"
                   TO texto-mensaje
               PERFORM EMITIR-AVISO
           END-IF.
           PERFORM LEER-TARJETA.

       REVISAR-PASO.
           ADD 1 TO numero-paso.
           ADD 1 TO total-pasos.
           MOVE ZERO TO candidatos-paso.
           MOVE ZERO TO clase-paso.
           EVALUATE tarjeta-modo
               WHEN "L"
                   PERFORM REVISAR-PASO-LOTE
               WHEN "R"
                   PERFORM REVISAR-PASO-RANGO
               WHEN "S"
                   PERFORM REVISAR-PASO-SOLICITUDES
               WHEN "A"
                   PERFORM REVISAR-CORRIDA-PASO
               WHEN "X"
                   PERFORM REVISAR-CORRIDA-PASO
               WHEN "E"
                   PERFORM REVISAR-CORRIDA-PASO
               WHEN "F"
                   PERFORM REVISAR-PASO-FACTORIZACION
               WHEN "D"
                   PERFORM REVISAR-PASO-DEPURACION
               WHEN "C"
                   CONTINUE
               WHEN "G"
                   PERFORM REVISAR-PASO-RESPALDO
               WHEN OTHER
                   MOVE SPACES TO texto-mensaje
                   STRING "MODO INVALIDO: " tarjeta-modo
                       DELIMITED BY SIZE INTO texto-mensaje
                   END-STRING
                   PERFORM EMITIR-ERROR
           END-EVALUATE.
           IF NOT paso-con-error
               PERFORM ESTIMAR-PASO
           END-IF.

      * el respaldo va al principio del mazo: mas adelante ya no
      * guarda los maestros como estaban antes de la noche
       REVISAR-PASO-RESPALDO.
           IF numero-paso > 1
               MOVE SPACES TO texto-mensaje
               STRING "PASO G DESPUES DE OTROS PASOS: NO RESPALDA "
                   "EL ESTADO PREVIO AL MAZO"
                   DELIMITED BY SIZE INTO texto-mensaje
               END-STRING
               PERFORM EMITIR-AVISO
           END-IF.

       NUEVA-CORRIDA-PREVISTA.
           IF ultima-corrida-generada = ZERO
               COMPUTE ultima-corrida-generada =
                   ultima-corrida-libro + 1
           ELSE
               ADD 1 TO ultima-corrida-generada
           END-IF.

      * sin NUMEROS.DAT el job da el paso por fallido, aunque igual
      * toma el REPROCESO pendiente
       REVISAR-PASO-LOTE.
           PERFORM NUEVA-CORRIDA-PREVISTA.
           MOVE 1 TO clase-paso.
           MOVE "N" TO fin-entrada-sw.
           OPEN INPUT NUMEROS-ENTRADA.
           IF numeros-estado-archivo = "00"
               PERFORM CONTAR-NUMERO-ENTRADA UNTIL fin-entrada
               CLOSE NUMEROS-ENTRADA
           ELSE
               MOVE SPACES TO texto-mensaje
               STRING "NUMEROS.DAT NO DISPONIBLE ("
                   numeros-estado-archivo
                   "): EL PASO TERMINA CON ERROR"
                   DELIMITED BY SIZE INTO texto-mensaje
               END-STRING
               PERFORM EMITIR-ERROR
           END-IF.
           IF NOT reproceso-consumido
               SET reproceso-consumido TO TRUE
               MOVE "N" TO fin-entrada-sw
               OPEN INPUT REPROCESO
               IF reproceso-estado-archivo = "00"
                   PERFORM CONTAR-REPROCESO UNTIL fin-entrada
                   CLOSE REPROCESO
               END-IF
           END-IF.

       CONTAR-NUMERO-ENTRADA.
           READ NUMEROS-ENTRADA
               AT END
                   SET fin-entrada TO TRUE
               NOT AT END
                   ADD 1 TO candidatos-paso
           END-READ.

       CONTAR-REPROCESO.
           READ REPROCESO
               AT END
                   SET fin-entrada TO TRUE
               NOT AT END
                   ADD 1 TO candidatos-paso
           END-READ.

      * los limites de la tarjeta PASO R van en formato libre despues
      * del modo: dos numeros separados por espacios, con o sin ceros
      * a la izquierda
       TOMAR-LIMITES-TARJETA.
           MOVE "N" TO limites-validos-sw.
           MOVE SPACES TO limite-inf-texto.
           MOVE SPACES TO limite-sup-texto.
           MOVE FUNCTION TRIM(tarjeta-limites LEADING)
               TO limites-trabajo.
           UNSTRING limites-trabajo DELIMITED BY ALL SPACES
               INTO limite-inf-texto limite-sup-texto
           END-UNSTRING.
           IF limite-inf-texto NOT = SPACES
               AND limite-sup-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(limite-inf-texto) = ZERO
               AND FUNCTION TEST-NUMVAL(limite-sup-texto) = ZERO
               SET limites-validos TO TRUE
               COMPUTE rango-inferior =
                   FUNCTION NUMVAL(limite-inf-texto)
                   ON SIZE ERROR
                       MOVE "N" TO limites-validos-sw
               END-COMPUTE
               COMPUTE rango-superior =
                   FUNCTION NUMVAL(limite-sup-texto)
                   ON SIZE ERROR
                       MOVE "N" TO limites-validos-sw
               END-COMPUTE
           END-IF.

       TOMAR-PARAMETRO-TARJETA.
           MOVE "N" TO hay-parametro-paso-sw.
           MOVE "S" TO parametro-valido-sw.
           MOVE SPACES TO parametro-paso-texto.
           MOVE FUNCTION TRIM(tarjeta-limites LEADING)
               TO limites-trabajo.
           UNSTRING limites-trabajo DELIMITED BY ALL SPACES
               INTO parametro-paso-texto
           END-UNSTRING.
           IF parametro-paso-texto NOT = SPACES
               IF FUNCTION TEST-NUMVAL(parametro-paso-texto) = ZERO
                   SET hay-parametro-paso TO TRUE
                   COMPUTE parametro-paso =
                       FUNCTION NUMVAL(parametro-paso-texto)
               ELSE
                   MOVE "N" TO parametro-valido-sw
               END-IF
           END-IF.

       REVISAR-PASO-RANGO.
           PERFORM TOMAR-LIMITES-TARJETA.
           IF NOT limites-validos
               MOVE "LIMITES INVALIDOS" TO texto-mensaje
               PERFORM EMITIR-ERROR
           ELSE
               PERFORM NUEVA-CORRIDA-PREVISTA
               IF rango-inferior < 2
                   MOVE 2 TO rango-inferior
               END-IF
               IF rango-inferior > rango-superior
                   MOVE "INFERIOR MAYOR QUE SUPERIOR: NO VERIFICA NADA"
                       TO texto-mensaje
                   PERFORM EMITIR-AVISO
               ELSE
                   PERFORM REVISAR-MAXIMO-RANGO
                   PERFORM CONSULTAR-AVANCE-RANGO
                   PERFORM REVISAR-SUPERPOSICION-AVANCE
                   IF NOT rango-ya-completo
                       COMPUTE candidatos-paso =
                           rango-superior - reanudar-desde + 1
                       MOVE 3 TO clase-paso
                       IF umbral-criba > ZERO
                           AND candidatos-paso >= umbral-criba
                           AND rango-superior > limite-superior-criba
                           PERFORM AVISAR-RANGO-SIN-CRIBA
                       END-IF
                       IF umbral-criba > ZERO
                           AND candidatos-paso >= umbral-criba
                           AND rango-superior <= limite-superior-criba
                           PERFORM CONTAR-EXCLUSIONES-INTERVALO
                           IF exclusiones-intervalo
                               > maximo-exclusiones-rango
                               MOVE "MAS DE 500 EXCLUSIONES: SIN CRIBA"
                                   TO texto-mensaje
                               PERFORM EMITIR-AVISO
                           ELSE
                               MOVE 4 TO clase-paso
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * los primos base de la criba llegan a cien mil: por encima de
      * diez cifras el job va candidato por candidato
       AVISAR-RANGO-SIN-CRIBA.
           MOVE limite-superior-criba TO numero-editado-3.
           MOVE SPACES TO texto-mensaje.
           STRING "SUPERA " FUNCTION TRIM(numero-editado-3)
               ": SIN CRIBA, CANDIDATO POR CANDIDATO"
               DELIMITED BY SIZE INTO texto-mensaje
           END-STRING.
           PERFORM EMITIR-AVISO.

       REVISAR-MAXIMO-RANGO.
           MOVE numero-maximo TO numero-editado-3.
           IF rango-inferior > numero-maximo
               MOVE SPACES TO texto-mensaje
               STRING "TODO EL INTERVALO SUPERA MAX "
                   FUNCTION TRIM(numero-editado-3)
                   ": CADA CANDIDATO VA A RECHAZOS"
                   DELIMITED BY SIZE INTO texto-mensaje
               END-STRING
               PERFORM EMITIR-AVISO
           ELSE
               IF rango-superior > numero-maximo
                   MOVE SPACES TO texto-mensaje
                   STRING "EL INTERVALO CRUZA MAX "
                       FUNCTION TRIM(numero-editado-3)
                       ": LO QUE SIGUE VA A RECHAZOS"
                       DELIMITED BY SIZE INTO texto-mensaje
                   END-STRING
                   PERFORM EMITIR-AVISO
               END-IF
           END-IF.

      * misma consulta que hace el job al arrancar el paso
       CONSULTAR-AVANCE-RANGO.
           MOVE "N" TO rango-ya-completo-sw.
           MOVE rango-inferior TO reanudar-desde.
           IF hay-avance
               MOVE rango-inferior TO avance-inferior
               MOVE rango-superior TO avance-superior
               READ AVANCE-RANGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM INFORMAR-AVANCE-PROPIO
               END-READ
           END-IF.

       INFORMAR-AVANCE-PROPIO.
           IF avance-ultimo >= rango-superior
               SET rango-ya-completo TO TRUE
               MOVE SPACES TO texto-mensaje
               STRING "RANGAVAN LO DA COMPLETO EN LA CORRIDA "
                   avance-corrida ": NO SE REPITE"
                   DELIMITED BY SIZE INTO texto-mensaje
               END-STRING
               PERFORM EMITIR-AVISO
           ELSE
               IF avance-ultimo >= rango-inferior
                   COMPUTE reanudar-desde = avance-ultimo + 1
                   MOVE reanudar-desde TO numero-editado-3
                   MOVE SPACES TO texto-mensaje
                   STRING "HECHO A MEDIAS POR LA CORRIDA "
                       avance-corrida ": REANUDA EN "
                       FUNCTION TRIM(numero-editado-3)
                       DELIMITED BY SIZE INTO texto-mensaje
                   END-STRING
                   PERFORM EMITIR-AVISO
               END-IF
           END-IF.

      * el avance de otro intervalo no se reanuda desde este paso:
      * lo que ya se verifico alli se vuelve a verificar
       REVISAR-SUPERPOSICION-AVANCE.
           IF hay-avance
               MOVE "N" TO fin-avance-sw
               MOVE ZERO TO avance-inferior
               MOVE ZERO TO avance-superior
               START AVANCE-RANGO KEY NOT LESS THAN avance-clave
                   INVALID KEY
                       SET fin-avance TO TRUE
               END-START
               PERFORM TOMAR-AVANCE-AJENO UNTIL fin-avance
           END-IF.

       TOMAR-AVANCE-AJENO.
           READ AVANCE-RANGO NEXT RECORD
               AT END
                   SET fin-avance TO TRUE
               NOT AT END
                   IF (avance-inferior NOT = rango-inferior
                       OR avance-superior NOT = rango-superior)
                       AND avance-inferior <= rango-superior
                       AND avance-superior >= rango-inferior
                       MOVE avance-inferior TO numero-editado-1
                       MOVE avance-superior TO numero-editado-2
                       MOVE SPACES TO texto-mensaje
                       STRING "SE SUPERPONE CON EL AVANCE DE "
                           FUNCTION TRIM(numero-editado-1) "-"
                           FUNCTION TRIM(numero-editado-2)
                           " (CORRIDA " avance-corrida ")"
                           DELIMITED BY SIZE INTO texto-mensaje
                       END-STRING
                       PERFORM EMITIR-AVISO
                   END-IF
           END-READ.

      * exclusiones vigentes del intervalo, como las carga la criba
       CONTAR-EXCLUSIONES-INTERVALO.
           MOVE ZERO TO exclusiones-intervalo.
           MOVE "N" TO fin-exclusiones-sw.
           IF NOT hay-exclusiones
               SET fin-exclusiones TO TRUE
           ELSE
               MOVE rango-inferior TO exclusion-numero
               START EXCLUSIONES KEY NOT LESS THAN exclusion-numero
                   INVALID KEY
                       SET fin-exclusiones TO TRUE
               END-START
           END-IF.
           PERFORM TOMAR-EXCLUSION-INTERVALO
               UNTIL fin-exclusiones
               OR exclusiones-intervalo > maximo-exclusiones-rango.

       TOMAR-EXCLUSION-INTERVALO.
           READ EXCLUSIONES NEXT RECORD
               AT END
                   SET fin-exclusiones TO TRUE
           END-READ.
           IF NOT fin-exclusiones
               IF exclusion-numero > rango-superior
                   SET fin-exclusiones TO TRUE
               ELSE
                   IF exclusion-esta-activa
                       AND exclusion-vigente-desde
                           <= fecha-hoy-numerica
                       AND exclusion-vigente-hasta
                           >= fecha-hoy-numerica
                       ADD 1 TO exclusiones-intervalo
                   END-IF
               END-IF
           END-IF.

      * sin maestro de solicitantes el job da el paso por fallido y
      * deja SOLICITUD.DAT sin consumir
       REVISAR-PASO-SOLICITUDES.
           PERFORM NUEVA-CORRIDA-PREVISTA.
           MOVE 2 TO clase-paso.
           OPEN INPUT SOLICITANTES.
           IF solicitantes-estado-archivo = "00"
               CLOSE SOLICITANTES
           ELSE
               MOVE SPACES TO texto-mensaje
               STRING "MAESTRO SOLICITA.DAT NO DISPONIBLE ("
                   solicitantes-estado-archivo
                   "): EL PASO TERMINA CON ERROR"
                   DELIMITED BY SIZE INTO texto-mensaje
               END-STRING
               PERFORM EMITIR-ERROR
           END-IF.
           IF NOT solicitudes-consumidas AND NOT paso-con-error
               SET solicitudes-consumidas TO TRUE
               MOVE "N" TO fin-entrada-sw
               OPEN INPUT SOLICITUDES
               IF solicitudes-estado-archivo = "00"
                   PERFORM CONTAR-SOLICITUD UNTIL fin-entrada
                   CLOSE SOLICITUDES
               ELSE
                   MOVE SPACES TO texto-mensaje
                   STRING "SOLICITUD.DAT NO DISPONIBLE ("
                       solicitudes-estado-archivo
                       "): EL PASO TERMINA CON ERROR"
                       DELIMITED BY SIZE INTO texto-mensaje
                   END-STRING
                   PERFORM EMITIR-ERROR
               END-IF
           END-IF.

       CONTAR-SOLICITUD.
           READ SOLICITUDES INTO registro-solicitud-ws
               AT END
                   SET fin-entrada TO TRUE
               NOT AT END
                   PERFORM SUMAR-CANDIDATOS-SOLICITUD
           END-READ.

       SUMAR-CANDIDATOS-SOLICITUD.
           EVALUATE TRUE
               WHEN solicitud-de-numero
               WHEN solicitud-de-conteo
               WHEN solicitud-de-siguiente
                   ADD 1 TO candidatos-paso
               WHEN solicitud-de-intervalo
                   MOVE SPACES TO valor-desde-texto
                   MOVE SPACES TO valor-hasta-texto
                   MOVE FUNCTION TRIM(sol-valores LEADING)
                       TO valores-trabajo
                   UNSTRING valores-trabajo DELIMITED BY ALL SPACES
                       INTO valor-desde-texto valor-hasta-texto
                   END-UNSTRING
                   IF valor-desde-texto NOT = SPACES
                       AND valor-hasta-texto NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(valor-desde-texto)
                           = ZERO
                       AND FUNCTION TEST-NUMVAL(valor-hasta-texto)
                           = ZERO
                       COMPUTE ancho-solicitud =
                           FUNCTION NUMVAL(valor-hasta-texto)
                           - FUNCTION NUMVAL(valor-desde-texto) + 1
                           ON SIZE ERROR
                               MOVE ZERO TO ancho-solicitud
                       END-COMPUTE
                       IF ancho-solicitud > ZERO
                           AND ancho-solicitud
                               <= maximo-ancho-solicitud
                           ADD ancho-solicitud TO candidatos-paso
                       END-IF
                   END-IF
           END-EVALUATE.

      * PASO A, X y E: corrida de la tarjeta o, en blanco, la ultima
      * creada por un paso anterior del mismo job
       REVISAR-CORRIDA-PASO.
           PERFORM TOMAR-PARAMETRO-TARJETA.
           EVALUATE TRUE
               WHEN NOT parametro-valido
                   MOVE "PARAMETRO INVALIDO" TO texto-mensaje
                   PERFORM EMITIR-ERROR
               WHEN hay-parametro-paso
                   MOVE parametro-paso TO corrida-paso
                   PERFORM REVISAR-CORRIDA-EXPLICITA
               WHEN ultima-corrida-generada > ZERO
                   MOVE SPACES TO texto-mensaje
                   STRING "TOMARA LA CORRIDA " ultima-corrida-generada
                       " DEL PASO ANTERIOR"
                       DELIMITED BY SIZE INTO texto-mensaje
                   END-STRING
                   PERFORM EMITIR-NOTA
               WHEN OTHER
                   MOVE "SIN CORRIDA EN LA TARJETA NI PASO PREVIO"
                       TO texto-mensaje
                   PERFORM EMITIR-ERROR
           END-EVALUATE.

      * una corrida explicita vale si esta en el libro o si la crea
      * un paso anterior del mazo
       REVISAR-CORRIDA-EXPLICITA.
           IF ultima-corrida-generada > ZERO
               AND corrida-paso > ultima-corrida-libro
               AND corrida-paso <= ultima-corrida-generada
               CONTINUE
           ELSE
               IF hay-libro
                   MOVE corrida-paso TO corrida-numero
                   READ CORRIDAS
                       INVALID KEY
                           PERFORM AVISAR-CORRIDA-INEXISTENTE
                   END-READ
               ELSE
                   PERFORM AVISAR-CORRIDA-INEXISTENTE
               END-IF
           END-IF.

       AVISAR-CORRIDA-INEXISTENTE.
           MOVE SPACES TO texto-mensaje.
           STRING "LA CORRIDA " corrida-paso
               " NO ESTA EN EL LIBRO NI LA CREA UN PASO ANTERIOR"
               DELIMITED BY SIZE INTO texto-mensaje
           END-STRING.
           PERFORM EMITIR-AVISO.

       REVISAR-PASO-FACTORIZACION.
           PERFORM TOMAR-PARAMETRO-TARJETA.
           IF NOT parametro-valido
               MOVE "PARAMETRO INVALIDO" TO texto-mensaje
               PERFORM EMITIR-ERROR
           ELSE
               IF NOT hay-parametro-paso
                   AND ultima-corrida-generada = ZERO
                   MOVE "SIN CORRIDA: FACTORIZA EL MAESTRO COMPLETO"
                       TO texto-mensaje
                   PERFORM EMITIR-NOTA
               END-IF
           END-IF.

       REVISAR-PASO-DEPURACION.
           PERFORM TOMAR-PARAMETRO-TARJETA.
           IF NOT parametro-valido
               MOVE "PARAMETRO INVALIDO" TO texto-mensaje
               PERFORM EMITIR-ERROR
           END-IF.

      * ---- estimacion de duracion del paso ----

       ESTIMAR-PASO.
           MOVE ZERO TO minutos-paso.
           EVALUATE TRUE
               WHEN clase-paso = ZERO
                   ADD 1 TO total-pasos-sin-estimar
                   MOVE "SIN ESTIMACION: PASO SATELITE FUERA DEL LIBRO"
                       TO texto-mensaje
                   PERFORM EMITIR-NOTA
               WHEN candidatos-paso <= ZERO
                   MOVE "ESTIMADO: 0 MIN, SIN CANDIDATOS"
                       TO texto-mensaje
                   PERFORM EMITIR-NOTA
               WHEN tasa-ritmo(clase-paso) = ZERO
                   ADD 1 TO total-pasos-sin-estimar
                   MOVE candidatos-paso TO numero-editado-1
                   MOVE SPACES TO texto-mensaje
                   STRING "SIN RITMO HISTORICO PARA "
                       FUNCTION TRIM(nombre-clase(clase-paso))
                       ", CANDIDATOS "
                       FUNCTION TRIM(numero-editado-1)
                       DELIMITED BY SIZE INTO texto-mensaje
                   END-STRING
                   PERFORM EMITIR-NOTA
               WHEN OTHER
                   COMPUTE minutos-paso ROUNDED =
                       candidatos-paso / tasa-ritmo(clase-paso)
                       ON SIZE ERROR
                           MOVE 9999999 TO minutos-paso
                   END-COMPUTE
                   IF minutos-paso = ZERO
                       MOVE 1 TO minutos-paso
                   END-IF
                   PERFORM INFORMAR-ESTIMADO
           END-EVALUATE.

       INFORMAR-ESTIMADO.
           IF NOT job-detenido
               ADD minutos-paso TO total-minutos
           END-IF.
           MOVE minutos-paso TO numero-editado-1.
           MOVE candidatos-paso TO numero-editado-2.
           MOVE tasa-ritmo(clase-paso) TO ritmo-editado.
           MOVE SPACES TO texto-mensaje.
           STRING "ESTIMADO: " FUNCTION TRIM(numero-editado-1)
               " MIN, " FUNCTION TRIM(numero-editado-2)
               " CANDIDATOS A " FUNCTION TRIM(ritmo-editado)
               " VER/MIN (" FUNCTION TRIM(nombre-clase(clase-paso))
               ")"
               DELIMITED BY SIZE INTO texto-mensaje
           END-STRING.
           PERFORM EMITIR-NOTA.

      * ---- mensajes y lineas del reporte ----

       EMITIR-ERROR.
           ADD 1 TO total-errores.
           MOVE "S" TO paso-con-error-sw.
           STRING "  ERROR: " texto-mensaje
               DELIMITED BY SIZE INTO linea-salida
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       EMITIR-AVISO.
           ADD 1 TO total-avisos.
           STRING "  AVISO: " texto-mensaje
               DELIMITED BY SIZE INTO linea-salida
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       EMITIR-NOTA.
           STRING "         " texto-mensaje
               DELIMITED BY SIZE INTO linea-salida
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ENCABEZADO.
           MOVE fr-mm TO le-mm.
           MOVE fr-dd TO le-dd.
           MOVE fr-aa TO le-aa.
           MOVE pagina-reporte TO le-pagina.
           WRITE linea-reporte FROM linea-encabezado.
           MOVE SPACES TO linea-reporte.
           WRITE linea-reporte.
           MOVE 2 TO lineas-en-pagina.

       CONTROLAR-SALTO-PAGINA.
           IF lineas-en-pagina >= lineas-por-pagina
               ADD 1 TO pagina-reporte
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-LINEA.
           PERFORM CONTROLAR-SALTO-PAGINA.
           WRITE linea-reporte FROM linea-salida.
           ADD 1 TO lineas-en-pagina.
           MOVE SPACES TO linea-salida.
           MOVE SPACES TO texto-mensaje.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTALES DEL MAZO" TO linea-salida.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TARJETAS LEIDAS" TO lt-etiqueta.
           MOVE numero-tarjeta TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "PASOS" TO lt-etiqueta.
           MOVE total-pasos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "ERRORES" TO lt-etiqueta.
           MOVE total-errores TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "AVISOS" TO lt-etiqueta.
           MOVE total-avisos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "PASOS SIN ESTIMAR" TO lt-etiqueta.
           MOVE total-pasos-sin-estimar TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "MINUTOS ESTIMADOS" TO lt-etiqueta.
           MOVE total-minutos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "VENTANA DE LOTE (MINUTOS)" TO lt-etiqueta.
           MOVE ventana-minutos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           IF total-minutos > ventana-minutos
               MOVE "RESULTADO: EL MAZO NO ENTRA EN LA VENTANA"
                   TO linea-salida
           ELSE
               IF total-pasos-sin-estimar > ZERO
                   MOVE "RESULTADO: ENTRA, SIN CONTAR PASOS SIN ESTIMAR"
                       TO linea-salida
               ELSE
                   MOVE "RESULTADO: EL MAZO ENTRA EN LA VENTANA"
                       TO linea-salida
               END-IF
           END-IF.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-TOTAL.
           MOVE linea-total-ws TO linea-salida.
           PERFORM ESCRIBIR-LINEA.

       END PROGRAM revisaTarjetas.
