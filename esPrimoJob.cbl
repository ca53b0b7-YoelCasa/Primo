      *     para que un CHECKPT.DAT del diseno anterior no aborte
      *     recien dentro de esPrimo con el candado tomado y la
      *     corrida abierta.
      *   - Maestro de solicitantes autorizados (SOLICITA.DAT, indexado
      *     por codigo, mantenido con mantSolicitantes): PASO S ya no
      *     acepta como grupo cualquier sol-solicitante no blanco. Un
      *     solicitante que no figura en el maestro se rechaza con
      *     motivo "SOLICIT. DESCONOCIDO" y uno dado de baja con
      *     "SOLICITANTE INACTIVO"; una prioridad mas alta que la
      *     permitida al grupo se baja a su tope y queda aviso en
      *     SOLRECH.DAT ("PRIORIDAD REBAJADA n") y en SOLRESP.DAT
      *     (registro V, que respondeSolicitudes pasa a la respuesta
      *     sin contarlo como rechazo). Los candidatos atendidos se
      *     descuentan de la cuota diaria del solicitante, llevada en
      *     el propio maestro; agotada la cuota, las solicitudes y los
      *     candidatos que siguen se rechazan con "CUOTA AGOTADA". Sin
      *     maestro de solicitantes el paso termina con error y
      *     SOLICITUD.DAT queda sin consumir.
      *   - VERIFICAR-NUMERO deja constancia del camino del veredicto
      *     (H = tomado del maestro de verificados, C = calculado por
      *     esPrimo) y el registro D de SOLRESP.DAT lo lleva como
      *     ultimo campo, para que estadoSolicitantes separe en el
      *     estado mensual lo calculado de lo servido de la historia.
      *   - La linea de resumen que la criba deja por bloque en
      *     AUDITORIA lleva ahora al final (registro de 74 bytes) la
      *     cantidad de candidatos verificados del bloque, ademas de
      *     los primos: con solo los primos no habia forma de
      *     reconstruir desde el disco los verificados de una corrida
      *     cribada. La tarjeta PASO C invoca a conciliaCorridas, que
      *     rearma los contadores de cada corrida desde AUDITORIA,
      *     RECHAZOS, RECHDISP, SOLRECH y RANGOS y los coteja con el
      *     libro; AUDITORIA, RECHAZOS, RANGOS, VERIFICADOS y CORRIDAS
      *     se cierran antes de invocarlo y se reabren despues.
      *   - Los mensajes del job (errores de apertura, tarjetas mal
      *     formadas, resultado de cada paso, cerrojo, recuperacion de
      *     corridas) pasan por EMITIR-MENSAJE, que los sigue mostrando
      *     por consola y los agrega por CALL a grabaBitacora en la
      *     bitacora permanente BITACORA.DAT, con codigo JOBnnn y
      *     severidad (I, W, E, S). El contexto de corrida y numero de
      *     paso se fija al abrir cada corrida y antes de cada paso,
      *     de modo que los mensajes de los programas invocados quedan
      *     con la corrida y el paso que los origino. Los mensajes que
      *     piden datos por consola no se graban.
      *   - Tarjeta PASO G, pensada para el principio del mazo:
      *     invoca a respaldaMaestros (funcion G por RESPARM.DAT),
      *     que deja una generacion fechada de VERIFICAD, FACTMAST,
      *     EXCLUSION, CORRIDAS y RANGAVAN con registro de control y
      *     depura las generaciones viejas. VERIFICADOS, CORRIDAS,
      *     AVANCE-RANGO y EXCLUSIONES se cierran antes de invocarlo
      *     y se reabren despues. EMITIR-MENSAJE guarda y repone el
      *     RETURN-CODE alrededor del CALL a grabaBitacora, que lo
      *     pisaba.
      *   - Dominio ampliado a dieciocho cifras: numero, numero-maximo
      *     (por omision 999999999999999999) y las claves de
      *     VERIFICAD, FACTMAST, EXCLUSION y RANGAVAN, que se pasan al
      *     diseno nuevo una sola vez con convierteDominio. esPrimo
      *     devuelve el metodo del veredicto (D = divisores,
      *     M = Miller-Rabin), que se guarda en VERIFICAD; con M la
      *     cantidad de divisores sale como NO CALCULADO en REPORTE y
      *     SOLRESP. AUDITORIA, RANGOS, RECHAZOS y SOLRECH agregan al
      *     final del registro la columna amplia del numero; la de
      *     siempre se sigue llenando cuando el numero cabe, asi la
      *     historia grabada se lee sin convertir. NUMEROS, REPROCESO
      *     y PARAMETROS aceptan tanto el registro de diez posiciones
      *     como el de dieciocho; un valor invalido en PARAMETROS se
      *     avisa y se ignora. La criba queda para rangos de hasta
      *     diez cifras, donde alcanzan sus primos base; por encima
      *     el rango va candidato por candidato con aviso.
      *   - Indice de conteo de primos CONTPRIM.DAT (indexado por el
      *     inicio de cada bloque de cien mil): la criba alinea sus
      *     segmentos a esos bloques y graba la cantidad de primos de
      *     cada bloque que recorre entero. SOLICITUD.DAT acepta dos
      *     tipos nuevos con un solo valor: C = cantidad de primos
      *     hasta el valor (hasta diez cifras), que suma los bloques
      *     del indice y criba solo el ultimo, parcial, y P = primer
      *     primo mayor que el valor. Un conteo al que le faltan mas
      *     de diez bloques en el indice se rechaza con "INDICE
      *     INCOMPLETO". Las respuestas van a SOLRESP.DAT como
      *       C;solicitante;id;valor;CONTEO;cantidad;corrida;C
      *       P;solicitante;id;valor;SIGUIENTE;primo;corrida;origen
      *     y el conteo deja en AUDITORIA una linea CONTEO que cuenta
      *     como verificado. PASO G cierra y reabre tambien CONTPRIM.
      *   - La cuota diaria se reserva al cargar SOLICITUD.DAT: un
      *     pedido cuyo consumo del dia mas lo pendiente del mismo
      *     solicitante en la tabla supera la cuota se rechaza ya con
      *     CUOTA AGOTADA, sin ocupar lugar; antes un solicitante con
      *     algo de cuota podia llenar las 500 entradas y dejar a los
      *     demas con TABLA LLENA.
      *   - EJECUTAR-PASO pone en cero la corrida de la bitacora antes
      *     de fijar el contexto: los pasos sin corrida propia (C, G,
      *     D) y los mensajes de sus satelites quedaban anotados con
      *     la corrida del paso anterior.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS solresp-estado-archivo.

           SELECT SOLICITANTES ASSIGN TO "SOLICITA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS solicitante-codigo
               FILE STATUS IS solicitantes-estado-archivo.

           SELECT AVANCE-RANGO ASSIGN TO "RANGAVAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS avance-clave
               FILE STATUS IS avance-estado-archivo.

           SELECT CONTEO-PRIMOS ASSIGN TO "CONTPRIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS conteo-bloque
               FILE STATUS IS conteo-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMEROS-ENTRADA
           RECORDING MODE IS F.
       01  registro-numero-entrada.
           05  numero-entrada-reg      PIC S9(18).
       01  numero-entrada-texto-lote  REDEFINES registro-numero-entrada
                                       PIC X(18).

       FD  REPORTE
           RECORDING MODE IS F.

       FD  RECHAZOS
           RECORDING MODE IS F.
       01  linea-rechazo               PIC X(70).

       FD  AUDITORIA
           RECORDING MODE IS F.
       01  linea-auditoria             PIC X(94).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  registro-parametro.
           05  param-tipo              PIC X(04).
           05  param-valor-texto       PIC X(20).

       FD  RANGOS
           RECORDING MODE IS F.
       01  linea-rango                 PIC X(40).

       FD  VERIFICADOS.
       01  registro-verificado.
           05  verificado-numero       PIC S9(18).
           05  verificado-veredicto    PIC X(01).
               88  verificado-primo        VALUE "S".
           05  verificado-divisores    PIC 9(5).
               10  verificado-aa       PIC 99.
               10  verificado-mm       PIC 99.
               10  verificado-dd       PIC 99.
           05  verificado-metodo       PIC X(01).

       FD  REPROCESO
           RECORDING MODE IS F.
       01  registro-reproceso          PIC X(18).

       FD  EXCLUSIONES.
       01  registro-exclusion.
           05  exclusion-numero        PIC S9(18).
           05  exclusion-motivo        PIC X(04).
           05  exclusion-usuario       PIC X(20).
           05  exclusion-vigente-desde PIC 9(6).
           05  filler                  PIC X(01).
           05  tarjeta-modo            PIC X(01).
           05  filler                  PIC X(01).
           05  tarjeta-limites         PIC X(39).

       FD  CORRIDAS.
       01  registro-corrida.
       FD  FACTMAST.
       01  registro-factor-maestro.
           05  factor-clave.
               10  factor-numero       PIC S9(18).
               10  factor-posicion     PIC 9(5).
           05  factor-valor            PIC 9(18).

       FD  CHECKPOINT-ARCHIVO.
       01  registro-checkpoint.
           05  checkpoint-numero       PIC S9(18).
           05  checkpoint-aux          PIC 9(10).
           05  checkpoint-resto        PIC 9(10).
           05  checkpoint-contador     PIC 9(5).

       FD  SOLICITUDES
           RECORDING MODE IS F.
       01  registro-solicitud          PIC X(58).

       FD  SOLRECH
           RECORDING MODE IS F.
       01  linea-rechazo-solicitud     PIC X(77).

       FD  SOLRESP
           RECORDING MODE IS F.
       01  linea-respuesta             PIC X(80).

       FD  SOLICITANTES.
       01  registro-solicitante.
           05  solicitante-codigo      PIC X(05).
           05  solicitante-nombre      PIC X(30).
           05  solicitante-contacto    PIC X(30).
           05  solicitante-activo      PIC X(01).
               88  solicitante-esta-activo VALUE "S".
           05  solicitante-prioridad-maxima
                                       PIC 9(01).
           05  solicitante-cuota-diaria
                                       PIC 9(07).
           05  solicitante-fecha-uso   PIC 9(06).
           05  solicitante-usados-dia  PIC 9(07).

       FD  AVANCE-RANGO.
       01  registro-avance-rango.
           05  avance-clave.
               10  avance-inferior     PIC S9(18).
               10  avance-superior     PIC S9(18).
           05  avance-ultimo           PIC S9(18).
           05  avance-corrida          PIC 9(5).

      * indice de conteo de primos: un registro por bloque de cien
      * mil numeros cribado entero, con clave en el inicio del bloque
       FD  CONTEO-PRIMOS.
       01  registro-conteo-primos.
           05  conteo-bloque           PIC S9(18).
           05  conteo-cantidad         PIC 9(6).
           05  conteo-corrida          PIC 9(5).
           05  conteo-fecha            PIC 9(6).

       WORKING-STORAGE SECTION.
       01  numero pic S9(18) VALUE ZERO.
       01  contador pic 9(5) value ZERO.
       01  es-primo-ws                 pic X(01) value "N".
           88  numero-es-primo             value "S".
       01  codigo-retorno-ws           pic S9(04) comp value zero.
       01  metodo-ws                   pic X(01) value "D".
           88  metodo-divisores            value "D".
           88  metodo-miller-rabin         value "M".
       01  numero-maximo-directo       pic S9(18) value 9999999999.

       01  modo-entrada                pic X(01) value "I".
           88  modo-interactivo            value "I".
       01  fin-reproceso-sw            pic X value "N".
           88  fin-reproceso               value "S".
       01  registro-lote-ws.
           05  numero-lote-reg         pic S9(18).
       01  numero-lote-texto REDEFINES registro-lote-ws
                                       pic X(18).
       01  registro-lote-anterior REDEFINES registro-lote-ws.
           05  numero-lote-anterior    pic S9(10).
           05  relleno-lote-anterior   pic X(08).
       01  numero-lote-corto           pic S9(10) value zero.
       01  numeros-estado-archivo      pic XX value spaces.
       01  reporte-estado-archivo      pic XX value spaces.
       01  rechazos-estado-archivo     pic XX value spaces.
           88  continuar-con-error         value "S".
       01  job-abendado-sw             pic X value "N".
           88  job-abendado                value "S".
       01  limites-trabajo             pic X(39) value spaces.
       01  limite-inf-texto            pic X(20) value spaces.
       01  limite-sup-texto            pic X(20) value spaces.
       01  limites-validos-sw          pic X value "N".
           88  limites-validos             value "S".

      * pasos satelite de la cadena nocturna (PASO A/X/F/D/G)
       01  nombre-parm                 pic X(12) value spaces.
       01  pasoparm-estado-archivo     pic XX value spaces.
       01  parametro-paso-texto        pic X(11) value spaces.
           05  dpp-funcion             pic X(01) value "A".
           05  filler                  pic X(01) value space.
           05  dpp-dias                pic 9(5) value zero.
       01  funcion-respaldo-paso       pic X(01) value "G".

      * libro de corridas e identidad de la corrida
       01  corridas-estado-archivo     pic XX value spaces.
       01  verificado-en-maestro-sw    pic X value "N".
           88  verificado-en-maestro       value "S".
           88  verificado-no-en-maestro    value "N".
       01  origen-veredicto            pic X(01) value "C".
           88  veredicto-de-historia       value "H".
           88  veredicto-calculado         value "C".

      * campos del reporte impreso
       01  fecha-reporte.
           05  le-corrida              pic ZZZZ9.

       01  linea-detalle.
           05  ld-numero               pic -(18)9.
           05  filler                  pic X(05) value spaces.
           05  ld-veredicto            pic X(11).
           05  filler                  pic X(05) value spaces.
           05  ld-divisores            pic X(12).
       01  divisores-editado           pic Z(4)9.

      * validacion de entrada interactiva
       01  numero-maximo               pic S9(18)
                                       value 999999999999999999.
       01  numero-entrada-texto        pic X(20) value spaces.
       01  numero-entrada-recortado    pic X(20) value spaces.
       01  posicion-invalida           pic S9(04) comp value zero.
       01  numero-valido               pic X(01) value "S".
           88  entrada-valida              value "S".
           05  rr-motivo               pic X(20).
           05  filler                  pic X(02) value spaces.
           05  rr-corrida              pic 9(5).
           05  filler                  pic X(02) value spaces.
           05  rr-valor-amplio         pic X(20).
       01  valor-rechazo               pic X(20) value spaces.

      * archivo de parametros
       01  param-estado-archivo        pic XX value spaces.
           88  hay-mas-parametros          value "N".
       01  aviso-skip-dado-sw          pic X value "N".
           88  aviso-skip-dado             value "S".
       01  param-valor                 pic S9(18) value zero.
       01  param-valor-valido-sw       pic X value "S".
           88  param-valor-valido          value "S".

      * maestro de exclusiones
       01  exclusiones-estado-archivo  pic XX value spaces.
           05  filler                  pic X value space.
           05  ra-usuario              pic X(20).
           05  ra-numero               pic -(10)9.
           05  ra-numero-texto REDEFINES ra-numero
                                       pic X(11).
           05  filler                  pic X value space.
           05  ra-resultado            pic X(11).
           05  filler                  pic X value space.
           05  ra-corrida              pic 9(5).
           05  filler                  pic X value space.
           05  ra-verificados-bloque   pic X(06) value spaces.
           05  filler                  pic X value space.
           05  ra-numero-amplio        pic -(18)9.
       01  numero-auditoria            pic S9(18) value zero.

      * totales de control de la corrida
       01  total-leidos                pic 9(9) value zero.
       01  total-rech-exclusion        pic 9(9) value zero.
       01  total-rech-invalido         pic 9(9) value zero.
       01  total-rech-otros            pic 9(9) value zero.
       01  total-conteos               pic 9(9) value zero.
       01  suma-cuadre                 pic 9(9) value zero.

       01  linea-titulo-totales.
           05  lc-rechazos             pic Z(8)9.

      * modo rango
       01  rango-inferior              pic S9(18) value zero.
       01  rango-superior              pic S9(18) value zero.
       01  candidato-rango             pic S9(19) value zero.
       01  registro-rango-ws.
           05  lrg-primo               pic -(10)9.
           05  lrg-primo-texto REDEFINES lrg-primo
                                       pic X(11).
           05  filler                  pic X(02) value spaces.
           05  lrg-corrida             pic 9(5).
           05  filler                  pic X(02) value spaces.
           05  lrg-primo-amplio        pic -(18)9.
       01  numero-rango                pic S9(18) value zero.

      * criba segmentada para intervalos grandes
       01  umbral-criba                pic S9(18) value 100000.
       01  limite-superior-criba       pic S9(18) value 9999999999.
       01  ancho-intervalo-rango       pic S9(19) value zero.
       01  criba-aplicable-sw          pic X value "N".
           88  criba-aplicable             value "S".
       01  criba-base-armada-sw        pic X value "N".
       01  area-marcas-segmento.
           05  marca-segmento          pic X OCCURS 100000 TIMES.
       01  ancho-segmento              pic 9(8) comp value 100000.
       01  segmento-inferior           pic S9(18) value zero.
       01  segmento-superior           pic S9(18) value zero.
       01  primo-criba                 pic 9(8) comp value zero.
       01  cuadrado-primo              pic 9(12) comp value zero.
       01  multiplo-criba              pic S9(18) value zero.
       01  cociente-criba              pic S9(18) value zero.
       01  resto-criba                 pic S9(18) value zero.
       01  posicion-criba              pic 9(8) comp value zero.
       01  verificados-segmento        pic 9(7) value zero.
       01  primos-segmento             pic 9(7) value zero.
       01  primos-segmento-editado     pic Z(4)9.
       01  verificados-segmento-texto  pic 9(6) value zero.

      * indice de conteo de primos (CONTPRIM): bloques de cien mil
      * alineados a su inicio, y pedidos de conteo y de siguiente
      * primo del PASO S
       01  conteo-estado-archivo       pic XX value spaces.
       01  bloque-segmento             pic S9(18) value zero.
       01  cociente-bloque             pic S9(18) value zero.
       01  resto-bloque                pic S9(18) value zero.
       01  bloque-entero-sw            pic X value "N".
           88  bloque-entero               value "S".
       01  longitud-segmento           pic 9(8) comp value zero.
       01  primos-marcados             pic 9(6) value zero.
       01  bloque-conteo               pic S9(18) value zero.
       01  bloque-final-conteo         pic S9(18) value zero.
       01  cantidad-conteo             pic 9(10) value zero.
       01  cantidad-editada-sol        pic Z(9)9.
       01  bloques-cribados-conteo     pic 9(3) comp value zero.
       01  maximo-bloques-conteo       pic 9(3) comp value 10.
       01  conteo-incompleto-sw        pic X value "N".
           88  conteo-incompleto           value "S".
       01  busqueda-siguiente-sw       pic X value "B".
           88  buscando-siguiente          value "B".
           88  siguiente-hallado           value "H".
           88  siguiente-cortado           value "F".
       01  valor-editado-sol           pic -(18)9.

      * exclusiones vigentes del intervalo, en orden de clave
       01  cantidad-exclusiones-rango  pic 9(3) comp value zero.
       01  maximo-exclusiones-rango    pic 9(3) comp value 500.
       01  tabla-exclusiones-rango.
           05  exclusion-rango         pic S9(18) OCCURS 500 TIMES.
       01  puntero-exclusion           pic 9(3) comp value zero.
       01  exclusiones-excedidas-sw    pic X value "N".
           88  exclusiones-excedidas       value "S".
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
       01  solicitud-valida-sw         pic X value "S".
           88  solicitud-valida            value "S".
       01  motivo-solicitud            pic X(20) value spaces.
       01  solicitud-desde             pic S9(18) value zero.
       01  solicitud-hasta             pic S9(18) value zero.
       01  ancho-solicitud             pic S9(19) value zero.
       01  maximo-ancho-solicitud      pic 9(5) value 10000.
       01  cantidad-solicitudes        pic 9(3) comp value zero.
       01  maximo-solicitudes          pic 9(3) comp value 500.
               10  tsl-solicitante     pic X(05).
               10  tsl-id              pic X(08).
               10  tsl-prioridad       pic 9.
               10  tsl-tipo            pic X(01).
               10  tsl-desde           pic S9(18).
               10  tsl-hasta           pic S9(18).
       01  candidato-solicitud         pic S9(19) value zero.
       01  registro-rechazo-solicitud.
           05  rs-solicitante          pic X(05).
           05  filler                  pic X(01) value space.
           05  rs-motivo               pic X(20).
           05  filler                  pic X(02) value spaces.
           05  rs-corrida              pic 9(5).
           05  filler                  pic X(02) value spaces.
           05  rs-valor-amplio         pic X(20).
       01  veredicto-solicitud         pic X(11) value spaces.
       01  numero-editado-sol          pic -(18)9.
       01  divisores-editado-sol       pic Z(4)9.
       01  divisores-texto-sol         pic X(12) value spaces.
       01  corrida-editada-sol         pic ZZZZ9.
       01  tipo-respuesta-sol          pic X(01) value "R".
       01  puntero-respuesta           pic 9(3) comp value 1.

      * maestro de solicitantes autorizados y su cuota diaria
       01  solicitantes-estado-archivo pic XX value spaces.
       01  solicitante-hallado-sw      pic X value "N".
           88  solicitante-hallado         value "S".
       01  prioridad-rebajada-sw       pic X value "N".
           88  prioridad-rebajada          value "S".
       01  unidades-solicitud          pic 9(9) value zero.
       01  pendiente-solicitante       pic 9(9) value zero.
       01  indice-pendiente            pic 9(4) comp value zero.
       01  cuota-agotada-sw            pic X value "N".
           88  cuota-agotada               value "S".

      * avance de pasos de rango para reanudar tras una caida
       01  avance-estado-archivo       pic XX value spaces.
       01  reanudar-desde              pic S9(18) value zero.
       01  rango-ya-completo-sw        pic X value "N".
           88  rango-ya-completo           value "S".
       01  contador-avance-rango       pic 9(4) comp value zero.
       01  intervalo-avance-rango      pic 9(4) comp value 1000.
       01  corridas-recuperadas        pic 9(5) value zero.

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20) value "esPrimoJob".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.
       01  corrida-bitacora            pic 9(5) value zero.
       01  numero-editado-msg-1        pic -(18)9.
       01  numero-editado-msg-2        pic -(18)9.
       01  numero-editado-msg-3        pic -(18)9.
       01  retorno-editado-msg         pic -(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DATOS.
               OPEN EXTEND REPORTE
           END-IF.
           IF reporte-estado-archivo NOT = "00"
               MOVE "JOB001" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR REPORTE.DAT: "
                   reporte-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
               OPEN EXTEND RECHAZOS
           END-IF.
           IF rechazos-estado-archivo NOT = "00"
               MOVE "JOB002" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR RECHAZOS.DAT: "
                   rechazos-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
               OPEN EXTEND RANGOS
           END-IF.
           IF rangos-estado-archivo NOT = "00"
               MOVE "JOB003" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR RANGOS.DAT: "
                   rangos-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
           ACCEPT fecha-reporte FROM DATE.
           PERFORM ABRIR-CORRIDAS.
           PERFORM ABRIR-AVANCE-RANGO.
           PERFORM ABRIR-CONTEO-PRIMOS.
           PERFORM ABRIR-VERIFICADOS.
           PERFORM PROBAR-ARCHIVOS-CALCULO.
           PERFORM ABRIR-EXCLUSIONES.
                   END-READ
                   CLOSE CERROJO
               WHEN OTHER
                   MOVE "JOB004" TO mb-codigo
                   MOVE "S" TO mb-severidad
                   STRING "ERROR AL ABRIR CERROJO.DAT: "
                       cerrojo-estado-archivo
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      * el cerrojo de un job caido se fuerza grabando LIBERAR en
      * LIBERA.DAT; la orden se consume para que no quede armada
       RESOLVER-CERROJO-AJENO.
           MOVE "JOB005" TO mb-codigo.
           MOVE "W" TO mb-severidad.
           STRING "EJECUCION EN CURSO: CORRIDA "
               cerrojo-corrida " CON CERROJO DESDE "
               cerrojo-fecha " " cerrojo-hora " USUARIO "
               cerrojo-usuario
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM CONSULTAR-ORDEN-LIBERAR.
           IF NOT orden-liberar
               MOVE "S" TO mb-severidad
           END-IF.
           PERFORM EMITIR-MENSAJE.
           IF orden-liberar
               MOVE "JOB006" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "CERROJO LIBERADO POR EL OPERADOR; SI "
                   "LA CORRIDA " cerrojo-corrida " QUEDO ABIERTA SE "
                   "ASIENTA COMO RECUPERADA (R)"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               MOVE "JOB005" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "SI ES DE UN JOB CAIDO (CORRIDA EN ESTADO A "
                   "EN EL LIBRO), GRABE LIBERAR EN LIBERA.DAT Y "
                   "RELANCE"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       GRABAR-CERROJO.
           OPEN OUTPUT CERROJO.
           IF cerrojo-estado-archivo NOT = "00"
               MOVE "JOB007" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL GRABAR CERROJO.DAT: "
                   cerrojo-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CERROJO.
           CLOSE CERROJO.

      * ---- bitacora: cada mensaje va a consola y a BITACORA.DAT con
      * la corrida y el paso en curso; el contexto fijado aqui es el
      * que toman los mensajes de los programas satelite; el CALL
      * no debe pisar el RETURN-CODE ya fijado ----

       EMITIR-MENSAJE.
           DISPLAY FUNCTION TRIM(mb-texto TRAILING).
           MOVE "M" TO mb-funcion.
           MOVE corrida-bitacora TO mb-corrida.
           MOVE numero-paso TO mb-paso.
           MOVE RETURN-CODE TO retorno-guardado.
           CALL "grabaBitacora" USING mensaje-bitacora-ws
           END-CALL.
           MOVE retorno-guardado TO RETURN-CODE.
           MOVE SPACES TO mb-texto.

       FIJAR-CONTEXTO-BITACORA.
           MOVE "C" TO mb-funcion.
           MOVE corrida-bitacora TO mb-corrida.
           MOVE numero-paso TO mb-paso.
           MOVE RETURN-CODE TO retorno-guardado.
           CALL "grabaBitacora" USING mensaje-bitacora-ws
           END-CALL.
           MOVE retorno-guardado TO RETURN-CODE.

       PROCESAR-CONSOLA.
           DISPLAY "MODO (I=INTERACTIVO, L=LOTE, R=RANGO, "
               "S=SOLICITUDES): " WITH NO ADVANCING.
               WHEN "PASO"
                   PERFORM EJECUTAR-PASO
               WHEN OTHER
                   MOVE "JOB010" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "TARJETA NO RECONOCIDA: " registro-tarjeta
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE "S" TO paso-con-error-sw
                   PERFORM RESOLVER-ERROR-PASO
           END-EVALUATE.

       EJECUTAR-PASO.
           ADD 1 TO numero-paso.
           MOVE ZERO TO corrida-bitacora.
           PERFORM FIJAR-CONTEXTO-BITACORA.
           MOVE "N" TO paso-con-error-sw.
           EVALUATE tarjeta-modo
               WHEN "L"
                       PERFORM EJECUTAR-RANGO
                       PERFORM REGISTRAR-FIN-CORRIDA
                   ELSE
                       MOVE "JOB011" TO mb-codigo
                       MOVE "E" TO mb-severidad
                       STRING "PASO " numero-paso
                           " CON LIMITES INVALIDOS: " tarjeta-limites
                           DELIMITED BY SIZE INTO mb-texto
                       END-STRING
                       PERFORM EMITIR-MENSAJE
                       MOVE "S" TO paso-con-error-sw
                   END-IF
               WHEN "S"
                   PERFORM EJECUTAR-PASO-DEPURACION
               WHEN "E"
                   PERFORM EJECUTAR-PASO-RESPUESTAS
               WHEN "C"
                   PERFORM EJECUTAR-PASO-CONCILIACION
               WHEN "G"
                   PERFORM EJECUTAR-PASO-RESPALDO
               WHEN OTHER
                   MOVE "JOB012" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "PASO " numero-paso
                       " CON MODO INVALIDO: " tarjeta-modo
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE "S" TO paso-con-error-sw
           END-EVALUATE.
           IF paso-con-error
               MOVE "JOB013" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "PASO " numero-paso " MODO " tarjeta-modo
                   ": ERROR"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM RESOLVER-ERROR-PASO
           ELSE
               MOVE "JOB014" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "PASO " numero-paso " MODO " tarjeta-modo
                   ": OK"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       RESOLVER-ERROR-PASO.
           IF NOT continuar-con-error
               SET job-abendado TO TRUE
               MOVE "JOB015" TO mb-codigo
               MOVE "S" TO mb-severidad
               MOVE "JOB DETENIDO POR ERROR SIN TARJETA SIGA"
                   TO mb-texto
               PERFORM EMITIR-MENSAJE
           END-IF.

      * ---- pasos satelite: la corrida o los dias van en la tarjeta;
               PERFORM EVALUAR-RETORNO-SATELITE
           END-IF.

      * la conciliacion lee todo el historial: no lleva parametro, y
      * los archivos que coteja se cierran para que vea lo grabado
       EJECUTAR-PASO-CONCILIACION.
           CLOSE AUDITORIA.
           CLOSE RECHAZOS.
           CLOSE RANGOS.
           CLOSE VERIFICADOS.
           CLOSE CORRIDAS.
           CANCEL "esPrimo".
           MOVE ZERO TO RETURN-CODE.
           CALL "conciliaCorridas".
           CANCEL "conciliaCorridas".
           PERFORM EVALUAR-RETORNO-SATELITE.
           OPEN EXTEND AUDITORIA.
           OPEN EXTEND RECHAZOS.
           OPEN EXTEND RANGOS.
           OPEN I-O VERIFICADOS.
           OPEN I-O CORRIDAS.

      * el respaldo por generaciones descarga los maestros
      * indexados: se cierran los que tiene abiertos el job (y
      * esPrimo, que tiene FACTMAST) y se reabren despues
       EJECUTAR-PASO-RESPALDO.
           MOVE "RESPARM.DAT" TO nombre-parm.
           PERFORM GRABAR-PARM-RESPALDO.
           IF NOT paso-con-error
               CLOSE VERIFICADOS
               CLOSE CORRIDAS
               CLOSE AVANCE-RANGO
               CLOSE CONTEO-PRIMOS
               IF hay-exclusiones
                   CLOSE EXCLUSIONES
               END-IF
               CANCEL "esPrimo"
               MOVE ZERO TO RETURN-CODE
               CALL "respaldaMaestros"
               CANCEL "respaldaMaestros"
               PERFORM EVALUAR-RETORNO-SATELITE
               OPEN I-O VERIFICADOS
               OPEN I-O CORRIDAS
               OPEN I-O AVANCE-RANGO
               OPEN I-O CONTEO-PRIMOS
               IF hay-exclusiones
                   OPEN INPUT EXCLUSIONES
               END-IF
           END-IF.

      * la tarjeta PASO F sin corrida toma la ultima creada por el
      * job; corrida 0 (o sin corrida previa) factoriza el maestro
      * de factores completo
       EJECUTAR-PASO-FACTORIZACION.
           PERFORM TOMAR-PARAMETRO-TARJETA.
           IF NOT parametro-valido
               MOVE "JOB016" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "PASO " numero-paso
                   " CON PARAMETRO INVALIDO: " tarjeta-limites
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
           ELSE
               IF hay-parametro-paso
               ELSE
                   MOVE ultima-corrida-generada TO corrida-paso
               END-IF
               PERFORM FIJAR-CORRIDA-PASO-BITACORA
               MOVE "FACPARM.DAT" TO nombre-parm
               PERFORM GRABAR-PARM-CORRIDA
               IF NOT paso-con-error
       EJECUTAR-PASO-DEPURACION.
           PERFORM TOMAR-PARAMETRO-TARJETA.
           IF NOT parametro-valido
               MOVE "JOB016" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "PASO " numero-paso
                   " CON PARAMETRO INVALIDO: " tarjeta-limites
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
           ELSE
               IF hay-parametro-paso
           PERFORM TOMAR-PARAMETRO-TARJETA.
           EVALUATE TRUE
               WHEN NOT parametro-valido
                   MOVE "JOB016" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "PASO " numero-paso
                       " CON PARAMETRO INVALIDO: " tarjeta-limites
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE "S" TO paso-con-error-sw
               WHEN hay-parametro-paso
                   MOVE parametro-paso TO corrida-paso
                   PERFORM FIJAR-CORRIDA-PASO-BITACORA
               WHEN ultima-corrida-generada > ZERO
                   MOVE ultima-corrida-generada TO corrida-paso
                   PERFORM FIJAR-CORRIDA-PASO-BITACORA
               WHEN OTHER
                   MOVE "JOB017" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "PASO " numero-paso " SIN CORRIDA EN LA "
                       "TARJETA NI CORRIDA PREVIA EN EL JOB"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE "S" TO paso-con-error-sw
           END-EVALUATE.

               END-IF
           END-IF.

      * los mensajes del satelite quedan en la corrida que trabaja
       FIJAR-CORRIDA-PASO-BITACORA.
           MOVE corrida-paso TO corrida-bitacora.
           PERFORM FIJAR-CONTEXTO-BITACORA.

       GRABAR-PARM-CORRIDA.
           OPEN OUTPUT PASOPARM.
           IF pasoparm-estado-archivo NOT = "00"
               MOVE "JOB018" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR " nombre-parm ": "
                   pasoparm-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
           ELSE
               MOVE corrida-paso TO corrida-paso-texto
       GRABAR-PARM-DEPURA.
           OPEN OUTPUT PASOPARM.
           IF pasoparm-estado-archivo NOT = "00"
               MOVE "JOB018" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR " nombre-parm ": "
                   pasoparm-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
           ELSE
               MOVE dias-paso TO dpp-dias
               CLOSE PASOPARM
           END-IF.

       GRABAR-PARM-RESPALDO.
           OPEN OUTPUT PASOPARM.
           IF pasoparm-estado-archivo NOT = "00"
               MOVE "JOB018" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR " nombre-parm ": "
                   pasoparm-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
           ELSE
               WRITE linea-parm FROM funcion-respaldo-paso
               CLOSE PASOPARM
           END-IF.

       EVALUAR-RETORNO-SATELITE.
           IF RETURN-CODE NOT = ZERO
               MOVE RETURN-CODE TO retorno-editado-msg
               MOVE "JOB019" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "PASO " numero-paso " TERMINO CON CODIGO "
                   FUNCTION TRIM(retorno-editado-msg)
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
               MOVE ZERO TO RETURN-CODE
           END-IF.
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

       OBTENER-NUMERO-VALIDO.
               ELSE
                   COMPUTE numero =
                       FUNCTION NUMVAL(numero-entrada-recortado)
                       ON SIZE ERROR
                           MOVE ZERO TO numero
                   END-COMPUTE
                   IF numero < 1 OR numero > numero-maximo
                       SET entrada-invalida TO TRUE
                       MOVE "FUERA DE RANGO" TO motivo-rechazo
           END-IF.

       ESCRIBIR-RECHAZO.
           MOVE numero-entrada-texto TO valor-rechazo.
           PERFORM PONER-VALOR-RECHAZO.
           MOVE motivo-rechazo TO rr-motivo.
           WRITE linea-rechazo FROM registro-rechazo-ws.
           PERFORM CONTAR-RECHAZO.

      * el valor va siempre en la columna amplia al final del
      * registro; la de once posiciones se llena solo si cabe, para
      * quien lea los rechazos del diseno anterior
       PONER-VALOR-RECHAZO.
           IF valor-rechazo(12:9) = SPACES
               MOVE valor-rechazo TO rr-valor
           ELSE
               MOVE SPACES TO rr-valor
           END-IF.
           MOVE valor-rechazo TO rr-valor-amplio.

       CONTAR-RECHAZO.
           ADD 1 TO total-rechazos.
           EVALUATE rr-motivo
                   SET fin-parametros TO TRUE
           END-READ.

      * el valor se toma como texto: sirve tanto el registro de diez
      * posiciones numericas de siempre como un valor de hasta
      * dieciocho cifras
       PROCESAR-REGISTRO-PARAMETRO.
           PERFORM TOMAR-VALOR-PARAMETRO.
           EVALUATE param-tipo
               WHEN "MAX "
                   IF param-valor-valido
                       MOVE param-valor TO numero-maximo
                   ELSE
                       PERFORM AVISAR-PARAMETRO-INVALIDO
                   END-IF
               WHEN "CRIB"
                   IF param-valor-valido
                       MOVE param-valor TO umbral-criba
                   ELSE
                       PERFORM AVISAR-PARAMETRO-INVALIDO
                   END-IF
               WHEN "SKIP"
                   IF NOT aviso-skip-dado
                       MOVE "JOB020" TO mb-codigo
                       MOVE "W" TO mb-severidad
                       STRING "TARJETA SKIP EN PARAMETROS.DAT YA NO "
                           "SE USA; MANTENER EXCLUSION.DAT CON "
                           "mantExclusiones"
                           DELIMITED BY SIZE INTO mb-texto
                       END-STRING
                       PERFORM EMITIR-MENSAJE
                       SET aviso-skip-dado TO TRUE
                   END-IF
           END-EVALUATE.
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

       AVISAR-PARAMETRO-INVALIDO.
           MOVE "JOB035" TO mb-codigo.
           MOVE "W" TO mb-severidad.
           STRING "VALOR INVALIDO EN PARAMETROS.DAT PARA " param-tipo
               ": SE IGNORA" DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

       ABRIR-EXCLUSIONES.
           OPEN INPUT EXCLUSIONES.
           EVALUATE exclusiones-estado-archivo
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "JOB021" TO mb-codigo
                   MOVE "S" TO mb-severidad
                   STRING "ERROR AL ABRIR EXCLUSION.DAT: "
                       exclusiones-estado-archivo
                       "; SI ES DEL DISENO ANTERIOR, "
                       "CONVIERTALO CON convierteDominio"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   PERFORM LIBERAR-CERROJO
                   STOP RUN
           END-EVALUATE.
               OPEN I-O CORRIDAS
           END-IF.
           IF corridas-estado-archivo NOT = "00"
               MOVE "JOB022" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR CORRIDAS.DAT: "
                   corridas-estado-archivo
                   "; SI ES DEL DISENO ANTERIOR, "
                   "CONVIERTALO CON convierteCorridas"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
               OPEN I-O AVANCE-RANGO
           END-IF.
           IF avance-estado-archivo NOT = "00"
               MOVE "JOB023" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR RANGAVAN.DAT: "
                   avance-estado-archivo
                   "; SI ES DEL DISENO ANTERIOR, "
                   "CONVIERTALO CON convierteDominio"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.

      * el indice de conteo se arma solo con lo que la criba va
      * cerrando; si no existe se crea vacio
       ABRIR-CONTEO-PRIMOS.
           OPEN I-O CONTEO-PRIMOS.
           IF conteo-estado-archivo = "35"
               OPEN OUTPUT CONTEO-PRIMOS
               CLOSE CONTEO-PRIMOS
               OPEN I-O CONTEO-PRIMOS
           END-IF.
           IF conteo-estado-archivo NOT = "00"
               MOVE "JOB036" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR CONTPRIM.DAT: "
                   conteo-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
      * una corrida que sigue "A" al arrancar es de un job que murio
      * sin cerrar el libro: se asienta como recuperada tras caida
       RECUPERAR-CORRIDA-ABIERTA.
           MOVE "JOB024" TO mb-codigo.
           MOVE "W" TO mb-severidad.
           STRING "CORRIDA " corrida-numero " QUEDO ABIERTA DESDE "
               corrida-ini-fecha "/" corrida-ini-hora
               ", SE CIERRA COMO RECUPERADA (R)"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.
           SET corrida-recuperada TO TRUE.
           REWRITE registro-corrida
               INVALID KEY
           MOVE total-verificados TO base-verificados.
           MOVE total-rechazos TO base-rechazos.
           SET corrida-pendiente TO TRUE.
           MOVE numero-corrida TO corrida-bitacora.
           PERFORM FIJAR-CONTEXTO-BITACORA.
           PERFORM GRABAR-CERROJO.
           PERFORM ESCRIBIR-ENCABEZADO.

               OPEN I-O VERIFICADOS
           END-IF.
           IF verificados-estado-archivo NOT = "00"
               MOVE "JOB025" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR VERIFICAD.DAT: "
                   verificados-estado-archivo
                   "; SI ES DEL DISENO ANTERIOR, "
                   "CONVIERTALO CON convierteDominio"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
               OPEN I-O FACTMAST
           END-IF.
           IF factmast-estado-archivo NOT = "00"
               MOVE "JOB026" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR FACTMAST.DAT: "
                   factmast-estado-archivo
                   "; SI ES DEL DISENO ANTERIOR, "
                   "CONVIERTALO CON convierteDominio"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
               OPEN I-O CHECKPOINT-ARCHIVO
           END-IF.
           IF checkpt-estado-archivo NOT = "00"
               MOVE "JOB027" TO mb-codigo
               MOVE "S" TO mb-severidad
               STRING "ERROR AL ABRIR CHECKPT.DAT: "
                   checkpt-estado-archivo
                   "; SI QUEDO DEL DISENO ANTERIOR, RETIRELO "
                   "Y RELANCE"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM LIBERAR-CERROJO
               STOP RUN
           END-IF.
                   SET verificado-en-maestro TO TRUE
           END-READ.
           IF verificado-en-maestro
               SET veredicto-de-historia TO TRUE
               MOVE verificado-veredicto TO es-primo-ws
               MOVE verificado-divisores TO contador
               MOVE ZERO TO codigo-retorno-ws
      * los veredictos grabados antes de Miller-Rabin son por divisores
               IF verificado-metodo = SPACE
                   SET metodo-divisores TO TRUE
               ELSE
                   MOVE verificado-metodo TO metodo-ws
               END-IF
           ELSE
               SET veredicto-calculado TO TRUE
               CALL "esPrimo" USING numero, es-primo-ws, contador,
                   codigo-retorno-ws, metodo-ws
               END-CALL
               IF codigo-retorno-ws = ZERO
                   PERFORM GRABAR-VERIFICADO
           MOVE fr-aa TO verificado-aa.
           MOVE fr-mm TO verificado-mm.
           MOVE fr-dd TO verificado-dd.
           MOVE metodo-ws TO verificado-metodo.
           WRITE registro-verificado
               INVALID KEY
                   CONTINUE
           MOVE fha-dd TO ra-dd.
           MOVE fha-aa TO ra-aa.
           MOVE usuario-auditoria TO ra-usuario.
           MOVE numero TO numero-auditoria.
           PERFORM PONER-NUMERO-AUDITORIA.
           MOVE SPACES TO ra-verificados-bloque.
           IF numero-es-primo
               MOVE "PRIMO" TO ra-resultado
               ADD 1 TO total-primos
           ADD 1 TO total-verificados.
           WRITE linea-auditoria FROM registro-auditoria-ws.

      * el numero va siempre en la columna amplia al final del
      * registro; la columna de once posiciones se sigue llenando
      * cuando el numero cabe, para quien lea la auditoria anterior
       PONER-NUMERO-AUDITORIA.
           IF numero-auditoria > 9999999999
               OR numero-auditoria < -9999999999
               MOVE SPACES TO ra-numero-texto
           ELSE
               MOVE numero-auditoria TO ra-numero
           END-IF.
           MOVE numero-auditoria TO ra-numero-amplio.

       ESCRIBIR-ENCABEZADO.
           MOVE fr-mm TO le-mm.
           MOVE fr-dd TO le-dd.
           ELSE
               MOVE "NO PRIMO" TO ld-veredicto
           END-IF.
           IF metodo-miller-rabin
               MOVE "NO CALCULADO" TO ld-divisores
           ELSE
               MOVE contador TO divisores-editado
               MOVE divisores-editado TO ld-divisores
           END-IF.
           WRITE linea-reporte FROM linea-detalle.
           ADD 1 TO lineas-en-pagina.

           MOVE "N" TO fin-lote.
           OPEN INPUT NUMEROS-ENTRADA.
           IF numeros-estado-archivo = "35"
               MOVE "JOB028" TO mb-codigo
               MOVE "E" TO mb-severidad
               MOVE "ARCHIVO NUMEROS.DAT NO ENCONTRADO" TO mb-texto
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
           ELSE
               PERFORM LEER-REGISTRO-LOTE
           PERFORM TRATAR-REGISTRO-LOTE.
           PERFORM LEER-REGISTRO-REPROCESO.

      * un registro de diez posiciones del diseno anterior se sigue
      * aceptando: llega con las ocho ultimas en blanco
       TRATAR-REGISTRO-LOTE.
           ADD 1 TO total-leidos.
           IF relleno-lote-anterior = SPACES
               AND numero-lote-anterior IS NUMERIC
               MOVE numero-lote-anterior TO numero-lote-corto
               MOVE numero-lote-corto TO numero-lote-reg
           END-IF.
           IF numero-lote-reg IS NOT NUMERIC
               MOVE "NO NUMERICO" TO motivo-rechazo
               PERFORM ESCRIBIR-RECHAZO-LOTE
           END-IF.

       ESCRIBIR-RECHAZO-LOTE.
           MOVE numero-lote-texto TO valor-rechazo.
           PERFORM PONER-VALOR-RECHAZO.
           MOVE motivo-rechazo TO rr-motivo.
           WRITE linea-rechazo FROM registro-rechazo-ws.
           PERFORM CONTAR-RECHAZO.
       PROCESAR-SOLICITUDES.
           MOVE "N" TO fin-solicitudes-sw.
           MOVE ZERO TO cantidad-solicitudes.
           PERFORM ABRIR-SOLICITANTES.
           IF NOT paso-con-error
               OPEN INPUT SOLICITUDES
               IF solicitudes-estado-archivo = "35"
                   MOVE "JOB029" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   MOVE "ARCHIVO SOLICITUD.DAT NO ENCONTRADO"
                       TO mb-texto
                   PERFORM EMITIR-MENSAJE
                   MOVE "S" TO paso-con-error-sw
               END-IF
               IF paso-con-error
                   CLOSE SOLICITANTES
               END-IF
           END-IF.
           IF NOT paso-con-error
               PERFORM ABRIR-SALIDAS-SOLICITUD
               PERFORM LEER-SOLICITUD
               PERFORM CARGAR-SOLICITUD UNTIL fin-solicitudes
               CLOSE SOLICITUDES
               CLOSE SOLRECH
               CLOSE SOLRESP
               CLOSE SOLICITANTES
           END-IF.

      * sin maestro de solicitantes no hay a quien atender: el paso
      * falla sin consumir SOLICITUD.DAT para no perder los pedidos
       ABRIR-SOLICITANTES.
           OPEN I-O SOLICITANTES.
           IF solicitantes-estado-archivo NOT = "00"
               MOVE "JOB030" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR SOLICITA.DAT: "
                   solicitantes-estado-archivo
                   "; DAR DE ALTA LOS SOLICITANTES CON "
                   "mantSolicitantes"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "S" TO paso-con-error-sw
           END-IF.

       ABRIR-SALIDAS-SOLICITUD.
           UNSTRING valores-trabajo DELIMITED BY ALL SPACES
               INTO valor-desde-texto valor-hasta-texto
           END-UNSTRING.
           PERFORM CONSULTAR-SOLICITANTE.
           EVALUATE TRUE
               WHEN sol-solicitante = SPACES
                   MOVE "SIN SOLICITANTE" TO motivo-solicitud
               WHEN NOT solicitante-hallado
                   MOVE "SOLICIT. DESCONOCIDO" TO motivo-solicitud
               WHEN NOT solicitante-esta-activo
                   MOVE "SOLICITANTE INACTIVO" TO motivo-solicitud
               WHEN sol-id = SPACES
                   MOVE "SIN ID DE SOLICITUD" TO motivo-solicitud
               WHEN sol-prioridad IS NOT NUMERIC
                   MOVE "PRIORIDAD INVALIDA" TO motivo-solicitud
               WHEN NOT solicitud-de-numero
                   AND NOT solicitud-de-intervalo
                   AND NOT solicitud-de-conteo
                   AND NOT solicitud-de-siguiente
                   MOVE "TIPO INVALIDO" TO motivo-solicitud
               WHEN valor-desde-texto = SPACES
                   OR FUNCTION TEST-NUMVAL(valor-desde-texto)
               WHEN OTHER
                   PERFORM VALIDAR-VALORES-SOLICITUD
           END-EVALUATE.
           IF motivo-solicitud = SPACES
               PERFORM CONTROLAR-CUOTA-SOLICITANTE
               IF NOT cuota-agotada
                   PERFORM CONTROLAR-CUOTA-PENDIENTE
               END-IF
               IF cuota-agotada
                   MOVE "CUOTA AGOTADA" TO motivo-solicitud
               END-IF
           END-IF.
           IF motivo-solicitud NOT = SPACES
               MOVE "N" TO solicitud-valida-sw
           ELSE
               PERFORM TOPAR-PRIORIDAD-SOLICITUD
           END-IF.

      * el registro del solicitante queda en el area del maestro para
      * los controles que siguen
       CONSULTAR-SOLICITANTE.
           MOVE "N" TO solicitante-hallado-sw.
           IF sol-solicitante NOT = SPACES
               MOVE sol-solicitante TO solicitante-codigo
               READ SOLICITANTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET solicitante-hallado TO TRUE
               END-READ
           END-IF.

      * el consumo del maestro es del dia en que se grabo: en un dia
      * nuevo la cuota arranca entera
       CONTROLAR-CUOTA-SOLICITANTE.
           MOVE "N" TO cuota-agotada-sw.
           IF solicitante-fecha-uso NOT = fecha-hoy-numerica
               MOVE fecha-hoy-numerica TO solicitante-fecha-uso
               MOVE ZERO TO solicitante-usados-dia
           END-IF.
           IF solicitante-cuota-diaria > ZERO
               AND solicitante-usados-dia >= solicitante-cuota-diaria
               SET cuota-agotada TO TRUE
           END-IF.

      * al cargar, la cuota se reserva: lo ya consumido en el dia mas
      * lo que el solicitante tiene pendiente en la tabla mas el
      * pedido nuevo (N/I: cantidad de numeros del intervalo, C/P:
      * uno) no puede pasarse de la cuota, asi un solicitante no toma
      * lugares de la tabla que despues se rechazarian al atenderlos
       CONTROLAR-CUOTA-PENDIENTE.
           IF solicitante-cuota-diaria > ZERO
               IF solicitud-de-conteo OR solicitud-de-siguiente
                   MOVE 1 TO unidades-solicitud
               ELSE
                   COMPUTE unidades-solicitud =
                       solicitud-hasta - solicitud-desde + 1
               END-IF
               MOVE ZERO TO pendiente-solicitante
               PERFORM SUMAR-PENDIENTE-SOLICITANTE
                   VARYING indice-pendiente FROM 1 BY 1
                   UNTIL indice-pendiente > cantidad-solicitudes
               IF solicitante-usados-dia + pendiente-solicitante
                   + unidades-solicitud > solicitante-cuota-diaria
                   SET cuota-agotada TO TRUE
               END-IF
           END-IF.

       SUMAR-PENDIENTE-SOLICITANTE.
           IF tsl-solicitante(indice-pendiente) = sol-solicitante
               IF tsl-tipo(indice-pendiente) = "C"
                   OR tsl-tipo(indice-pendiente) = "P"
                   ADD 1 TO pendiente-solicitante
               ELSE
                   COMPUTE pendiente-solicitante =
                       pendiente-solicitante
                       + tsl-hasta(indice-pendiente)
                       - tsl-desde(indice-pendiente) + 1
               END-IF
           END-IF.

      * prioridad 1 es la mas alta: un pedido por encima del tope del
      * grupo se atiende con el tope
       TOPAR-PRIORIDAD-SOLICITUD.
           MOVE "N" TO prioridad-rebajada-sw.
           IF sol-prioridad < solicitante-prioridad-maxima
               MOVE solicitante-prioridad-maxima TO sol-prioridad
               SET prioridad-rebajada TO TRUE
           END-IF.

       VALIDAR-VALORES-SOLICITUD.
           COMPUTE solicitud-desde =
               FUNCTION NUMVAL(valor-desde-texto)
               ON SIZE ERROR
                   MOVE "FUERA DE RANGO" TO motivo-solicitud
           END-COMPUTE.
           EVALUATE TRUE
               WHEN motivo-solicitud NOT = SPACES
                   CONTINUE
               WHEN NOT solicitud-de-intervalo
                   MOVE solicitud-desde TO solicitud-hasta
               WHEN valor-hasta-texto = SPACES
                   OR FUNCTION TEST-NUMVAL(valor-hasta-texto)
                       NOT = ZERO
                   MOVE "NO NUMERICO" TO motivo-solicitud
               WHEN OTHER
                   COMPUTE solicitud-hasta =
                       FUNCTION NUMVAL(valor-hasta-texto)
                       ON SIZE ERROR
                           MOVE "FUERA DE RANGO" TO motivo-solicitud
                   END-COMPUTE
           END-EVALUATE.
           IF motivo-solicitud = SPACES
               EVALUATE TRUE
                   WHEN solicitud-desde < 1
                       OR solicitud-desde > numero-maximo
                       MOVE "FUERA DE RANGO" TO motivo-solicitud
                   WHEN solicitud-de-conteo
                       AND solicitud-desde > limite-superior-criba
                       MOVE "FUERA DE RANGO" TO motivo-solicitud
                   WHEN solicitud-hasta < solicitud-desde
                       MOVE "INTERVALO INVERTIDO" TO motivo-solicitud
                   WHEN OTHER
               MOVE sol-id TO tsl-id(cantidad-solicitudes)
               MOVE sol-prioridad
                   TO tsl-prioridad(cantidad-solicitudes)
               MOVE sol-tipo TO tsl-tipo(cantidad-solicitudes)
               MOVE solicitud-desde TO tsl-desde(cantidad-solicitudes)
               MOVE solicitud-hasta TO tsl-hasta(cantidad-solicitudes)
               IF prioridad-rebajada
                   PERFORM AVISAR-PRIORIDAD-REBAJADA
               END-IF
           ELSE
               MOVE "TABLA LLENA" TO motivo-solicitud
               PERFORM RECHAZAR-SOLICITUD
           ADD 1 TO total-leidos.
           MOVE sol-solicitante TO rs-solicitante.
           MOVE sol-id TO rs-id.
           MOVE valor-desde-texto TO valor-rechazo.
           PERFORM ESCRIBIR-RECHAZO-SOLICITUD.

      * la prioridad rebajada no es un rechazo: queda constancia en
      * SOLRECH y un registro V en SOLRESP para la respuesta del grupo,
      * sin tocar los contadores del cuadre
       AVISAR-PRIORIDAD-REBAJADA.
           MOVE sol-solicitante TO rs-solicitante.
           MOVE sol-id TO rs-id.
           MOVE valor-desde-texto TO valor-rechazo.
           PERFORM PONER-VALOR-RECHAZO-SOLICITUD.
           MOVE SPACES TO rs-motivo.
           STRING "PRIORIDAD REBAJADA " sol-prioridad
               DELIMITED BY SIZE INTO rs-motivo
           END-STRING.
           MOVE numero-corrida TO rs-corrida.
           WRITE linea-rechazo-solicitud
               FROM registro-rechazo-solicitud.
           MOVE "V" TO tipo-respuesta-sol.
           PERFORM ESCRIBIR-RESPUESTA-RECHAZO.

       ATENDER-PRIORIDAD.
           PERFORM ATENDER-SOLICITUD-TABLA
               VARYING indice-solicitud FROM 1 BY 1

       ATENDER-SOLICITUD-TABLA.
           IF tsl-prioridad(indice-solicitud) = prioridad-en-curso
               PERFORM TOMAR-CUOTA-SOLICITANTE
               EVALUATE tsl-tipo(indice-solicitud)
                   WHEN "C"
                       PERFORM ATENDER-CONTEO-SOLICITUD
                   WHEN "P"
                       PERFORM ATENDER-SIGUIENTE-SOLICITUD
                   WHEN OTHER
                       MOVE tsl-desde(indice-solicitud)
                           TO candidato-solicitud
                       PERFORM VERIFICAR-CANDIDATO-SOLICITUD
                           UNTIL candidato-solicitud >
                               tsl-hasta(indice-solicitud)
               END-EVALUATE
               PERFORM GRABAR-USO-SOLICITANTE
           END-IF.

      * el consumo se lleva en el area del maestro mientras se atiende
      * la solicitud y se graba al terminarla
       TOMAR-CUOTA-SOLICITANTE.
           MOVE tsl-solicitante(indice-solicitud) TO solicitante-codigo.
           READ SOLICITANTES
               INVALID KEY
                   MOVE ZERO TO solicitante-cuota-diaria
                   MOVE ZERO TO solicitante-usados-dia
           END-READ.
           PERFORM CONTROLAR-CUOTA-SOLICITANTE.

       GRABAR-USO-SOLICITANTE.
           REWRITE registro-solicitante
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       VERIFICAR-CANDIDATO-SOLICITUD.
           MOVE candidato-solicitud TO numero.
           ADD 1 TO total-leidos.
           MOVE tsl-solicitante(indice-solicitud) TO rs-solicitante.
           MOVE tsl-id(indice-solicitud) TO rs-id.
           MOVE numero TO numero-editado-sol.
           MOVE FUNCTION TRIM(numero-editado-sol) TO valor-rechazo.
           EVALUATE TRUE
               WHEN cuota-agotada
                   MOVE "CUOTA AGOTADA" TO motivo-solicitud
                   PERFORM ESCRIBIR-RECHAZO-SOLICITUD
               WHEN numero > numero-maximo
                   MOVE "FUERA DE RANGO" TO motivo-solicitud
                   PERFORM ESCRIBIR-RECHAZO-SOLICITUD
               WHEN OTHER
                   PERFORM VERIFICAR-EXCLUSION
                   IF numero-excluido
                       MOVE "EN LISTA EXCLUSION" TO motivo-solicitud
                       PERFORM ESCRIBIR-RECHAZO-SOLICITUD
                   ELSE
                       PERFORM VERIFICAR-NUMERO
                       IF codigo-retorno-ws NOT = ZERO
                           MOVE "NUMERO INVALIDO" TO motivo-solicitud
                           PERFORM ESCRIBIR-RECHAZO-SOLICITUD
                       ELSE
                           PERFORM ESCRIBIR-DETALLE-REPORTE
                           PERFORM ESCRIBIR-AUDITORIA
                           PERFORM ESCRIBIR-RESPUESTA-DETALLE
                           PERFORM DESCONTAR-CUOTA-SOLICITANTE
                       END-IF
                   END-IF
           END-EVALUATE.
           ADD 1 TO candidato-solicitud.

      * ---- conteo de primos hasta un valor: se suman las cantidades
      * del indice CONTPRIM para los bloques enteros y se criba solo
      * el ultimo bloque, parcial. Un pedido cuenta como un registro
      * leido y un verificado (linea CONTEO en AUDITORIA); las
      * exclusiones no se aplican porque el conteo es aritmetico ----

       ATENDER-CONTEO-SOLICITUD.
           MOVE tsl-desde(indice-solicitud) TO numero.
           ADD 1 TO total-leidos.
           MOVE tsl-solicitante(indice-solicitud) TO rs-solicitante.
           MOVE tsl-id(indice-solicitud) TO rs-id.
           MOVE numero TO numero-editado-sol.
           MOVE FUNCTION TRIM(numero-editado-sol) TO valor-rechazo.
           IF cuota-agotada
               MOVE "CUOTA AGOTADA" TO motivo-solicitud
               PERFORM ESCRIBIR-RECHAZO-SOLICITUD
           ELSE
               PERFORM CONTAR-PRIMOS-HASTA
               IF conteo-incompleto
                   MOVE "INDICE INCOMPLETO" TO motivo-solicitud
                   PERFORM ESCRIBIR-RECHAZO-SOLICITUD
               ELSE
                   PERFORM ESCRIBIR-AUDITORIA-CONTEO
                   PERFORM ESCRIBIR-RESPUESTA-CONTEO
                   PERFORM DESCONTAR-CUOTA-SOLICITANTE
               END-IF
           END-IF.

       CONTAR-PRIMOS-HASTA.
           IF NOT criba-base-armada
               PERFORM ARMAR-CRIBA-BASE
           END-IF.
           MOVE ZERO TO cantidad-conteo.
           MOVE ZERO TO bloques-cribados-conteo.
           MOVE "N" TO conteo-incompleto-sw.
           DIVIDE numero BY ancho-segmento
               GIVING cociente-bloque REMAINDER resto-bloque.
           COMPUTE bloque-final-conteo = numero - resto-bloque.
           MOVE ZERO TO bloque-conteo.
           PERFORM SUMAR-BLOQUE-CONTEO
               UNTIL bloque-conteo >= bloque-final-conteo
                   OR conteo-incompleto.
           IF NOT conteo-incompleto AND numero >= 2
               MOVE bloque-final-conteo TO segmento-inferior
               IF segmento-inferior < 2
                   MOVE 2 TO segmento-inferior
               END-IF
               MOVE numero TO segmento-superior
               PERFORM CRIBAR-BLOQUE-CONTEO
               ADD primos-marcados TO cantidad-conteo
           END-IF.

       SUMAR-BLOQUE-CONTEO.
           MOVE bloque-conteo TO conteo-bloque.
           READ CONTEO-PRIMOS
               INVALID KEY
                   PERFORM CRIBAR-BLOQUE-FALTANTE
               NOT INVALID KEY
                   ADD conteo-cantidad TO cantidad-conteo
           END-READ.
           ADD ancho-segmento TO bloque-conteo.

      * el indice se completa de a pocos bloques por pedido; un hueco
      * mayor se deja para un rango con criba, que lo llena al pasar
       CRIBAR-BLOQUE-FALTANTE.
           IF bloques-cribados-conteo < maximo-bloques-conteo
               ADD 1 TO bloques-cribados-conteo
               MOVE bloque-conteo TO segmento-inferior
               IF segmento-inferior < 2
                   MOVE 2 TO segmento-inferior
               END-IF
               COMPUTE segmento-superior =
                   bloque-conteo + ancho-segmento - 1
               PERFORM CRIBAR-BLOQUE-CONTEO
               ADD primos-marcados TO cantidad-conteo
           ELSE
               SET conteo-incompleto TO TRUE
           END-IF.

       CRIBAR-BLOQUE-CONTEO.
           PERFORM UBICAR-BLOQUE-SEGMENTO.
           PERFORM MARCAR-SEGMENTO.
           PERFORM CONTAR-MARCAS-SEGMENTO.
           PERFORM JUZGAR-BLOQUE-ENTERO.
           IF bloque-entero
               PERFORM GRABAR-CONTEO-BLOQUE
           END-IF.

       ESCRIBIR-AUDITORIA-CONTEO.
           ACCEPT hora-auditoria FROM TIME.
           MOVE fho-hh TO ra-hh.
           MOVE fho-min TO ra-min.
           MOVE fho-ss TO ra-ss.
           MOVE fha-mm TO ra-mm.
           MOVE fha-dd TO ra-dd.
           MOVE fha-aa TO ra-aa.
           MOVE usuario-auditoria TO ra-usuario.
           MOVE numero TO numero-auditoria.
           PERFORM PONER-NUMERO-AUDITORIA.
           MOVE SPACES TO ra-verificados-bloque.
           MOVE "CONTEO" TO ra-resultado.
           ADD 1 TO total-verificados.
           ADD 1 TO total-conteos.
           WRITE linea-auditoria FROM registro-auditoria-ws.

       ESCRIBIR-RESPUESTA-CONTEO.
           MOVE numero TO numero-editado-sol.
           MOVE cantidad-conteo TO cantidad-editada-sol.
           MOVE numero-corrida TO corrida-editada-sol.
           MOVE SPACES TO linea-respuesta.
           MOVE 1 TO puntero-respuesta.
           STRING "C;" FUNCTION TRIM(rs-solicitante) ";"
               FUNCTION TRIM(rs-id) ";"
               FUNCTION TRIM(numero-editado-sol) ";CONTEO;"
               FUNCTION TRIM(cantidad-editada-sol) ";"
               FUNCTION TRIM(corrida-editada-sol) ";C"
               DELIMITED BY SIZE
               INTO linea-respuesta
               WITH POINTER puntero-respuesta
           END-STRING.
           WRITE linea-respuesta.

      * ---- siguiente primo despues de un valor: los candidatos se
      * prueban de a uno (solo impares pasado el 2) por el camino de
      * VERIFICAR-NUMERO y quedan en REPORTE y AUDITORIA como los de
      * un intervalo; la respuesta es una sola, con el primo hallado.
      * Un rechazo lleva el valor pedido, no el candidato ----

       ATENDER-SIGUIENTE-SOLICITUD.
           MOVE tsl-solicitante(indice-solicitud) TO rs-solicitante.
           MOVE tsl-id(indice-solicitud) TO rs-id.
           MOVE tsl-desde(indice-solicitud) TO valor-editado-sol.
           IF cuota-agotada
               ADD 1 TO total-leidos
               MOVE FUNCTION TRIM(valor-editado-sol) TO valor-rechazo
               MOVE "CUOTA AGOTADA" TO motivo-solicitud
               PERFORM ESCRIBIR-RECHAZO-SOLICITUD
           ELSE
               COMPUTE candidato-solicitud =
                   tsl-desde(indice-solicitud) + 1
               IF candidato-solicitud > 2
                   AND FUNCTION MOD(candidato-solicitud, 2) = ZERO
                   ADD 1 TO candidato-solicitud
               END-IF
               SET buscando-siguiente TO TRUE
               PERFORM PROBAR-CANDIDATO-SIGUIENTE
                   UNTIL NOT buscando-siguiente
           END-IF.

       PROBAR-CANDIDATO-SIGUIENTE.
           ADD 1 TO total-leidos.
           IF candidato-solicitud > numero-maximo
               MOVE FUNCTION TRIM(valor-editado-sol) TO valor-rechazo
               MOVE "FUERA DE RANGO" TO motivo-solicitud
               PERFORM ESCRIBIR-RECHAZO-SOLICITUD
               SET siguiente-cortado TO TRUE
           ELSE
               MOVE candidato-solicitud TO numero
               PERFORM VERIFICAR-NUMERO
               IF codigo-retorno-ws NOT = ZERO
                   MOVE FUNCTION TRIM(valor-editado-sol)
                       TO valor-rechazo
                   MOVE "NUMERO INVALIDO" TO motivo-solicitud
                   PERFORM ESCRIBIR-RECHAZO-SOLICITUD
                   SET siguiente-cortado TO TRUE
               ELSE
                   PERFORM ESCRIBIR-DETALLE-REPORTE
                   PERFORM ESCRIBIR-AUDITORIA
                   IF numero-es-primo
                       PERFORM ESCRIBIR-RESPUESTA-SIGUIENTE
                       PERFORM DESCONTAR-CUOTA-SOLICITANTE
                       SET siguiente-hallado TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF candidato-solicitud < 3
               ADD 1 TO candidato-solicitud
           ELSE
               ADD 2 TO candidato-solicitud
           END-IF.

       ESCRIBIR-RESPUESTA-SIGUIENTE.
           MOVE numero TO numero-editado-sol.
           MOVE numero-corrida TO corrida-editada-sol.
           MOVE SPACES TO linea-respuesta.
           MOVE 1 TO puntero-respuesta.
           STRING "P;" FUNCTION TRIM(rs-solicitante) ";"
               FUNCTION TRIM(rs-id) ";"
               FUNCTION TRIM(valor-editado-sol) ";SIGUIENTE;"
               FUNCTION TRIM(numero-editado-sol) ";"
               FUNCTION TRIM(corrida-editada-sol) ";"
               origen-veredicto
               DELIMITED BY SIZE
               INTO linea-respuesta
               WITH POINTER puntero-respuesta
           END-STRING.
           WRITE linea-respuesta.

       DESCONTAR-CUOTA-SOLICITANTE.
           ADD 1 TO solicitante-usados-dia.
           IF solicitante-cuota-diaria > ZERO
               AND solicitante-usados-dia >= solicitante-cuota-diaria
               SET cuota-agotada TO TRUE
           END-IF.

       ESCRIBIR-RECHAZO-SOLICITUD.
           PERFORM PONER-VALOR-RECHAZO-SOLICITUD.
           MOVE motivo-solicitud TO rs-motivo.
           MOVE numero-corrida TO rs-corrida.
           WRITE linea-rechazo-solicitud
               FROM registro-rechazo-solicitud.
           MOVE motivo-solicitud TO rr-motivo.
           PERFORM CONTAR-RECHAZO.
           MOVE "R" TO tipo-respuesta-sol.
           PERFORM ESCRIBIR-RESPUESTA-RECHAZO.

      * como en RECHAZOS: valor siempre en la columna amplia y en la
      * de once posiciones solo si cabe
       PONER-VALOR-RECHAZO-SOLICITUD.
           IF valor-rechazo(12:9) = SPACES
               MOVE valor-rechazo TO rs-valor
           ELSE
               MOVE SPACES TO rs-valor
           END-IF.
           MOVE valor-rechazo TO rs-valor-amplio.

      * R = rechazo, V = aviso; mismos campos en ambos
       ESCRIBIR-RESPUESTA-RECHAZO.
           MOVE numero-corrida TO corrida-editada-sol.
           MOVE SPACES TO linea-respuesta.
           MOVE 1 TO puntero-respuesta.
           STRING tipo-respuesta-sol ";"
               FUNCTION TRIM(rs-solicitante) ";"
               FUNCTION TRIM(rs-id) ";"
               FUNCTION TRIM(rs-valor-amplio) ";"
               FUNCTION TRIM(rs-motivo) ";"
               FUNCTION TRIM(corrida-editada-sol)
               DELIMITED BY SIZE
               MOVE "NO PRIMO" TO veredicto-solicitud
           END-IF.
           MOVE numero TO numero-editado-sol.
           IF metodo-miller-rabin
               MOVE "NO CALCULADO" TO divisores-texto-sol
           ELSE
               MOVE contador TO divisores-editado-sol
               MOVE divisores-editado-sol TO divisores-texto-sol
           END-IF.
           MOVE numero-corrida TO corrida-editada-sol.
           MOVE SPACES TO linea-respuesta.
           MOVE 1 TO puntero-respuesta.
               FUNCTION TRIM(rs-id) ";"
               FUNCTION TRIM(numero-editado-sol) ";"
               FUNCTION TRIM(veredicto-solicitud) ";"
               FUNCTION TRIM(divisores-texto-sol) ";"
               FUNCTION TRIM(corrida-editada-sol) ";"
               origen-veredicto
               DELIMITED BY SIZE
               INTO linea-respuesta
               WITH POINTER puntero-respuesta
           END-IF.
           PERFORM CONSULTAR-AVANCE-RANGO.
           IF rango-ya-completo
               MOVE rango-inferior TO numero-editado-msg-1
               MOVE rango-superior TO numero-editado-msg-2
               MOVE "JOB031" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "RANGO " FUNCTION TRIM(numero-editado-msg-1)
                   " A " FUNCTION TRIM(numero-editado-msg-2)
                   " YA QUEDO COMPLETO EN LA CORRIDA "
                   avance-corrida ", NO SE REPITE"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               PERFORM BORRAR-AVANCE-RANGO
           ELSE
               COMPUTE ancho-intervalo-rango =
               MOVE "N" TO criba-aplicable-sw
               IF umbral-criba > ZERO
                   AND ancho-intervalo-rango >= umbral-criba
                   IF rango-superior > limite-superior-criba
                       PERFORM AVISAR-RANGO-SIN-CRIBA
                   ELSE
                       PERFORM PREPARAR-CRIBA
                   END-IF
               END-IF
               MOVE ZERO TO contador-avance-rango
               IF criba-aplicable
               PERFORM BORRAR-AVANCE-RANGO
           END-IF.

      * los primos base de la criba llegan a cien mil: por encima de
      * diez cifras el rango va candidato por candidato
       AVISAR-RANGO-SIN-CRIBA.
           MOVE limite-superior-criba TO numero-editado-msg-1.
           MOVE "JOB034" TO mb-codigo.
           MOVE "W" TO mb-severidad.
           STRING "RANGO POR ENCIMA DE "
               FUNCTION TRIM(numero-editado-msg-1)
               ", SIN CRIBA: SE PROCESA CANDIDATO POR CANDIDATO"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

      * si una corrida caida dejo avance grabado para este mismo
      * intervalo, la nueva corrida reanuda donde aquella se corto
       CONSULTAR-AVANCE-RANGO.
                   ELSE
                       IF avance-ultimo >= rango-inferior
                           COMPUTE reanudar-desde = avance-ultimo + 1
                           PERFORM AVISAR-REANUDACION-RANGO
                       END-IF
                   END-IF
           END-READ.

       AVISAR-REANUDACION-RANGO.
           MOVE rango-inferior TO numero-editado-msg-1.
           MOVE rango-superior TO numero-editado-msg-2.
           MOVE reanudar-desde TO numero-editado-msg-3.
           MOVE "JOB032" TO mb-codigo.
           MOVE "W" TO mb-severidad.
           STRING "RANGO " FUNCTION TRIM(numero-editado-msg-1)
               " A " FUNCTION TRIM(numero-editado-msg-2)
               " REANUDA EN " FUNCTION TRIM(numero-editado-msg-3)
               " (AVANCE DE LA CORRIDA CAIDA " avance-corrida ")"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

       GRABAR-AVANCE-RANGO.
           MOVE rango-inferior TO avance-inferior.
           MOVE rango-superior TO avance-superior.
           ADD 1 TO total-leidos.
           IF numero > numero-maximo
               MOVE numero TO ld-numero
               MOVE FUNCTION TRIM(ld-numero) TO valor-rechazo
               PERFORM PONER-VALOR-RECHAZO
               MOVE "FUERA DE RANGO" TO rr-motivo
               WRITE linea-rechazo FROM registro-rechazo-ws
               PERFORM CONTAR-RECHAZO
                   PERFORM VERIFICAR-NUMERO
                   IF codigo-retorno-ws NOT = ZERO
                       MOVE numero TO ld-numero
                       MOVE FUNCTION TRIM(ld-numero) TO valor-rechazo
                       PERFORM PONER-VALOR-RECHAZO
                       MOVE "NUMERO INVALIDO" TO rr-motivo
                       WRITE linea-rechazo FROM registro-rechazo-ws
                       PERFORM CONTAR-RECHAZO
                   ELSE
                       PERFORM ESCRIBIR-AUDITORIA
                       IF numero-es-primo
                           MOVE candidato-rango TO numero-rango
                           PERFORM PONER-PRIMO-RANGO
                           WRITE linea-rango FROM registro-rango-ws
                       END-IF
                   END-IF
               ELSE
                   MOVE numero TO ld-numero
                   MOVE FUNCTION TRIM(ld-numero) TO valor-rechazo
                   PERFORM PONER-VALOR-RECHAZO
                   MOVE "EN LISTA EXCLUSION" TO rr-motivo
                   WRITE linea-rechazo FROM registro-rechazo-ws
                   PERFORM CONTAR-RECHAZO
           SET criba-aplicable TO TRUE.
           PERFORM CARGAR-EXCLUSIONES-RANGO.
           IF exclusiones-excedidas
               MOVE maximo-exclusiones-rango TO retorno-editado-msg
               MOVE "JOB033" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "MAS DE " FUNCTION TRIM(retorno-editado-msg)
                   " EXCLUSIONES EN EL INTERVALO, EL RANGO SE "
                   "PROCESA CANDIDATO POR CANDIDATO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "N" TO criba-aplicable-sw
           ELSE
               IF NOT criba-base-armada
           PERFORM CRIBAR-SEGMENTO
               UNTIL segmento-inferior > rango-superior.

      * los segmentos se alinean a bloques de cien mil para que cada
      * bloque que se cribe entero deje su cantidad de primos en el
      * indice CONTPRIM
       CRIBAR-SEGMENTO.
           PERFORM UBICAR-BLOQUE-SEGMENTO.
           COMPUTE segmento-superior =
               bloque-segmento + ancho-segmento - 1.
           IF segmento-superior > rango-superior
               MOVE rango-superior TO segmento-superior
           END-IF.
           PERFORM MARCAR-SEGMENTO.
           PERFORM CLASIFICAR-CANDIDATOS-SEGMENTO.
           PERFORM JUZGAR-BLOQUE-ENTERO.
           IF bloque-entero
               PERFORM CONTAR-MARCAS-SEGMENTO
               PERFORM GRABAR-CONTEO-BLOQUE
           END-IF.
           PERFORM ESCRIBIR-AUDITORIA-CRIBA.
           MOVE segmento-superior TO avance-ultimo.
           PERFORM GRABAR-AVANCE-RANGO.
           COMPUTE segmento-inferior = segmento-superior + 1.

       UBICAR-BLOQUE-SEGMENTO.
           DIVIDE segmento-inferior BY ancho-segmento
               GIVING cociente-bloque REMAINDER resto-bloque.
           COMPUTE bloque-segmento = segmento-inferior - resto-bloque.

       MARCAR-SEGMENTO.
           MOVE ALL "P" TO area-marcas-segmento.
           PERFORM MARCAR-PRIMO-BASE-SEGMENTO
               VARYING indice-base FROM 1 BY 1
               UNTIL indice-base > cantidad-primos-base.

      * el bloque cero cuenta entero desde el 2: 0 y 1 no se criban
       JUZGAR-BLOQUE-ENTERO.
           MOVE "N" TO bloque-entero-sw.
           IF segmento-superior = bloque-segmento + ancho-segmento - 1
               IF segmento-inferior = bloque-segmento
                   OR (bloque-segmento = ZERO
                       AND segmento-inferior <= 2)
                   SET bloque-entero TO TRUE
               END-IF
           END-IF.

      * las marcas son de la aritmetica, sin exclusiones ni maximo:
      * la cantidad vale para cualquier corrida
       CONTAR-MARCAS-SEGMENTO.
           COMPUTE longitud-segmento =
               segmento-superior - segmento-inferior + 1.
           MOVE ZERO TO primos-marcados.
           INSPECT area-marcas-segmento(1:longitud-segmento)
               TALLYING primos-marcados FOR ALL "P".

       GRABAR-CONTEO-BLOQUE.
           MOVE bloque-segmento TO conteo-bloque.
           MOVE primos-marcados TO conteo-cantidad.
           MOVE numero-corrida TO conteo-corrida.
           MOVE fecha-hoy-numerica TO conteo-fecha.
           WRITE registro-conteo-primos
               INVALID KEY
                   CONTINUE
           END-WRITE.

       MARCAR-PRIMO-BASE-SEGMENTO.
           MOVE primo-base(indice-base) TO primo-criba.
           COMPUTE cuadrado-primo = primo-criba * primo-criba.
           ADD 1 TO total-leidos.
           IF numero > numero-maximo
               MOVE numero TO ld-numero
               MOVE FUNCTION TRIM(ld-numero) TO valor-rechazo
               PERFORM PONER-VALOR-RECHAZO
               MOVE "FUERA DE RANGO" TO rr-motivo
               WRITE linea-rechazo FROM registro-rechazo-ws
               PERFORM CONTAR-RECHAZO
               PERFORM CONSULTAR-EXCLUSION-CRIBA
               IF numero-excluido
                   MOVE numero TO ld-numero
                   MOVE FUNCTION TRIM(ld-numero) TO valor-rechazo
                   PERFORM PONER-VALOR-RECHAZO
                   MOVE "EN LISTA EXCLUSION" TO rr-motivo
                   WRITE linea-rechazo FROM registro-rechazo-ws
                   PERFORM CONTAR-RECHAZO
                       candidato-rango - segmento-inferior + 1
                   IF marca-segmento(posicion-criba) = "P"
                       ADD 1 TO primos-segmento
                       MOVE candidato-rango TO numero-rango
                       PERFORM PONER-PRIMO-RANGO
                       WRITE linea-rango FROM registro-rango-ws
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO candidato-rango.

      * como en AUDITORIA: el primo siempre en la columna amplia y en
      * la de once posiciones solo si cabe
       PONER-PRIMO-RANGO.
           IF numero-rango > 9999999999
               MOVE SPACES TO lrg-primo-texto
           ELSE
               MOVE numero-rango TO lrg-primo
           END-IF.
           MOVE numero-rango TO lrg-primo-amplio.

      * los candidatos avanzan en orden, asi que la tabla ordenada de
      * exclusiones se consulta con un puntero que solo avanza
       CONSULTAR-EXCLUSION-CRIBA.
           MOVE fha-dd TO ra-dd.
           MOVE fha-aa TO ra-aa.
           MOVE usuario-auditoria TO ra-usuario.
           MOVE segmento-inferior TO numero-auditoria.
           PERFORM PONER-NUMERO-AUDITORIA.
           MOVE primos-segmento TO primos-segmento-editado.
           MOVE SPACES TO ra-resultado.
           STRING "CRIBA " primos-segmento-editado
               DELIMITED BY SIZE INTO ra-resultado
           END-STRING.
           MOVE verificados-segmento TO verificados-segmento-texto.
           MOVE verificados-segmento-texto TO ra-verificados-bloque.
           WRITE linea-auditoria FROM registro-auditoria-ws.

       FIN-PROGRAMA.
           CLOSE VERIFICADOS.
           CLOSE CORRIDAS.
           CLOSE AVANCE-RANGO.
           CLOSE CONTEO-PRIMOS.
           IF hay-exclusiones
               CLOSE EXCLUSIONES
           END-IF.
           MOVE "NO PRIMOS" TO lt-etiqueta.
           MOVE total-no-primos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "CONTEOS DE PRIMOS" TO lt-etiqueta.
           MOVE total-conteos TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "RECHAZOS NO NUMERICO" TO lt-etiqueta.
           MOVE total-rech-no-numerico TO lt-valor.
           PERFORM ESCRIBIR-LINEA-TOTAL.
