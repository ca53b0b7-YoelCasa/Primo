
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fichaNumero.
      *
      * Ficha de un numero en linea. Cuando un grupo usuario pregunta
      * por que un numero salio como salio habia que abrir a mano
      * cinco archivos. Este programa pide un numero por consola y
      * junta todo lo que el taller sabe de el:
      *   - VERIFICAD.DAT: veredicto, cantidad de divisores y fecha de
      *     primera verificacion;
      *   - FACTMAST.DAT: la factorizacion canonica en potencias de
      *     primos, con la misma reduccion que factoriza (se divide el
      *     residuo por el menor divisor grabado que todavia lo
      *     divide; un residuo mayor que 1 al agotar los divisores sale
      *     como ultimo factor);
      *   - EXCLUSION.DAT: estado de la exclusion, motivo, usuario y
      *     vigencia, y si esta vigente hoy;
      *   - AUDITORIA.DAT y los historicos anotados en AUDHIST.DAT:
      *     cada verificacion del numero con fecha, hora, usuario,
      *     resultado y corrida, incluidos los conteos de primos que
      *     se pidieron hasta el (resultado CONTEO); los renglones de
      *     resumen de la criba son de bloque y no se listan: lo que
      *     la criba hallo primo figura en RANGOS;
      *   - RANGOS.DAT: cada corrida cuyo rango lo listo como primo;
      *   - SOLRESP.DAT y SOLRECH.DAT: cada solicitud que lo pidio,
      *     con solicitante, id, corrida y lo que se le respondio
      *     (veredicto, cantidad de primos hasta el numero o primo
      *     siguiente, segun el tipo de pedido).
      * La ficha se muestra por consola y queda ademas en
      * FICHAnnnn.DAT (nnnn = el numero consultado) para adjuntarla
      * al reclamo. Un numero en blanco termina la consulta.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT EXCLUSIONES ASSIGN TO "EXCLUSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS exclusion-numero
               FILE STATUS IS exclusiones-estado-archivo.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS auditoria-estado-archivo.

           SELECT CATALOGO ASSIGN TO "AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalogo-estado-archivo.

           SELECT HISTORICO ASSIGN USING nombre-historico
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS historico-estado-archivo.

           SELECT RANGOS ASSIGN TO "RANGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rangos-estado-archivo.

           SELECT SOLRESP ASSIGN TO "SOLRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS solresp-estado-archivo.

           SELECT SOLRECH ASSIGN TO "SOLRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS solrech-estado-archivo.

           SELECT FICHA ASSIGN USING nombre-ficha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ficha-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
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

       FD  EXCLUSIONES.
       01  registro-exclusion.
           05  exclusion-numero        PIC S9(18).
           05  exclusion-motivo        PIC X(04).
           05  exclusion-usuario       PIC X(20).
           05  exclusion-vigente-desde PIC 9(6).
           05  exclusion-vigente-hasta PIC 9(6).
           05  exclusion-activa        PIC X(01).
               88  exclusion-esta-activa   VALUE "S".

       FD  AUDITORIA
           RECORDING MODE IS F.
       01  linea-auditoria             PIC X(94).

       FD  CATALOGO
           RECORDING MODE IS F.
       01  linea-catalogo              PIC X(16).

       FD  HISTORICO
           RECORDING MODE IS F.
       01  linea-historico             PIC X(94).

       FD  RANGOS
           RECORDING MODE IS F.
       01  linea-rango                 PIC X(40).

       FD  SOLRESP
           RECORDING MODE IS F.
       01  linea-respuesta             PIC X(80).

       FD  SOLRECH
           RECORDING MODE IS F.
       01  linea-rechazo-solicitud     PIC X(77).

       FD  FICHA
           RECORDING MODE IS F.
       01  linea-ficha                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  verificados-estado-archivo  pic XX value spaces.
       01  factmast-estado-archivo     pic XX value spaces.
       01  exclusiones-estado-archivo  pic XX value spaces.
       01  auditoria-estado-archivo    pic XX value spaces.
       01  catalogo-estado-archivo     pic XX value spaces.
       01  historico-estado-archivo    pic XX value spaces.
       01  rangos-estado-archivo       pic XX value spaces.
       01  solresp-estado-archivo      pic XX value spaces.
       01  solrech-estado-archivo      pic XX value spaces.
       01  ficha-estado-archivo        pic XX value spaces.

       01  fin-consulta-sw             pic X value "N".
           88  fin-consulta                value "S".
       01  fin-detalle-sw              pic X value "N".
           88  fin-detalle                 value "S".
       01  fin-catalogo-sw             pic X value "N".
           88  fin-catalogo                value "S".
       01  fin-maestro-sw              pic X value "N".
           88  fin-maestro                 value "S".

       01  nombre-historico            pic X(16) value spaces.
       01  nombre-ficha                pic X(30) value spaces.

      * numero consultado
       01  numero-entrada-texto        pic X(20) value spaces.
       01  posicion-invalida           pic S9(04) comp value zero.
       01  numero-consulta             pic S9(18) value zero.
       01  numero-editado              pic -(18)9.
       01  numero-registro             pic S9(18) value zero.
       01  numero-consulta-valido-sw   pic X value "S".
           88  numero-consulta-valido      value "S".

      * numero de un registro de detalle: la columna ancha si viene,
      * si no la vieja de 11 posiciones
       01  numero-texto-registro       pic X(20) value spaces.
       01  numero-registro-valido-sw   pic X value "N".
           88  numero-registro-valido      value "S".
       01  apariciones                 pic 9(7) value zero.

       01  fecha-hoy.
           05  hoy-aa                  pic 99.
           05  hoy-mm                  pic 99.
           05  hoy-dd                  pic 99.
       01  fecha-hoy-numerica          pic 9(6) value zero.

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
           05  filler                  pic X.
           05  aud-numero-amplio       pic X(19).

       01  registro-rango-ws.
           05  rg-primo                pic X(11).
           05  filler                  pic X(02).
           05  rg-corrida              pic X(05).
           05  filler                  pic X(02).
           05  rg-primo-amplio         pic X(19).

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
           05  filler                  pic X(02).
           05  rs-valor-amplio         pic X(20).

      * en los D el campo-a es divisores, el campo-b la corrida y el
      * campo-c el origen del veredicto; en los R y V el campo-texto
      * es el motivo y el campo-a la corrida
       01  campo-tipo                  pic X(01) value space.
       01  campo-solicitante           pic X(05) value spaces.
       01  campo-id                    pic X(08) value spaces.
       01  campo-valor                 pic X(20) value spaces.
       01  campo-texto                 pic X(20) value spaces.
       01  campo-a                     pic X(20) value spaces.
       01  campo-b                     pic X(11) value spaces.
       01  campo-c                     pic X(01) value space.

      * divisores del numero y su reduccion a potencias de primos
       01  cantidad-divisores          pic 9(4) value zero.
       01  maximo-divisores            pic 9(4) value 3000.
       01  tabla-divisores.
           05  divisor-entrada         pic 9(18) OCCURS 3000 TIMES.
       01  indice-divisor              pic 9(4) comp value zero.
       01  divisor-leido               pic 9(18) value zero.
       01  residuo                     pic 9(18) value zero.
       01  cociente                    pic 9(18) value zero.
       01  resto-division              pic 9(18) value zero.
       01  divisor-minimo              pic 9(18) value zero.
       01  factor-primo                pic 9(18) value zero.
       01  exponente                   pic 99 value zero.
       01  fin-terminos-sw             pic X value "N".
           88  fin-terminos                value "S".
       01  primer-termino-sw           pic X value "S".
           88  primer-termino              value "S".
       01  puntero-texto               pic 9(3) comp value 1.
       01  factor-editado              pic Z(17)9.
       01  exponente-editado           pic Z9.
       01  factorizacion-texto         pic X(76) value spaces.

      * lineas de la ficha
       01  linea-salida                pic X(100) value spaces.
       01  divisores-editado           pic Z(4)9.
       01  divisores-texto             pic X(12) value spaces.

       01  linea-titulo-ficha.
           05  filler             pic X(16) value "FICHA DEL NUMERO".
           05  filler                  pic X(01) value space.
           05  ltf-numero              pic -(18)9.
           05  filler                  pic X(09) value "   FECHA:".
           05  ltf-mm                  pic 99.
           05  filler                  pic X(01) value "/".
           05  ltf-dd                  pic 99.
           05  filler                  pic X(01) value "/".
           05  ltf-aa                  pic 99.

       01  linea-auditoria-ficha.
           05  filler                  pic X(02) value spaces.
           05  laf-fecha               pic X(08).
           05  filler                  pic X(01) value space.
           05  laf-hora                pic X(08).
           05  filler                  pic X(01) value space.
           05  laf-usuario             pic X(20).
           05  filler                  pic X(01) value space.
           05  laf-resultado           pic X(11).
           05  filler                  pic X(09) value " CORRIDA ".
           05  laf-corrida             pic X(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha-hoy FROM DATE.
           COMPUTE fecha-hoy-numerica =
               hoy-aa * 10000 + hoy-mm * 100 + hoy-dd.
           PERFORM ATENDER-CONSULTA UNTIL fin-consulta.
           STOP RUN.

       ATENDER-CONSULTA.
           DISPLAY "NUMERO A CONSULTAR (BLANCO=FIN): "
               WITH NO ADVANCING.
           ACCEPT numero-entrada-texto.
           IF numero-entrada-texto = SPACES
               SET fin-consulta TO TRUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(numero-entrada-texto)
                   TO posicion-invalida
               IF posicion-invalida NOT = ZERO
                   DISPLAY "NUMERO NO NUMERICO: " numero-entrada-texto
               ELSE
                   MOVE "S" TO numero-consulta-valido-sw
                   COMPUTE numero-consulta =
                       FUNCTION NUMVAL(numero-entrada-texto)
                       ON SIZE ERROR
                           MOVE "N" TO numero-consulta-valido-sw
                   END-COMPUTE
                   IF NOT numero-consulta-valido
                       OR numero-consulta < 1
                       DISPLAY "NUMERO FUERA DE RANGO: "
                           numero-entrada-texto
                   ELSE
                       PERFORM ARMAR-FICHA
                   END-IF
               END-IF
           END-IF.

       ARMAR-FICHA.
           MOVE numero-consulta TO numero-editado.
           MOVE SPACES TO nombre-ficha.
           STRING "FICHA" FUNCTION TRIM(numero-editado) ".DAT"
               DELIMITED BY SIZE INTO nombre-ficha
           END-STRING.
           OPEN OUTPUT FICHA.
           IF ficha-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR " nombre-ficha ": "
                   ficha-estado-archivo
           ELSE
               MOVE numero-consulta TO ltf-numero
               MOVE hoy-mm TO ltf-mm
               MOVE hoy-dd TO ltf-dd
               MOVE hoy-aa TO ltf-aa
               MOVE linea-titulo-ficha TO linea-salida
               PERFORM EMITIR-LINEA
               PERFORM INFORMAR-VEREDICTO
               PERFORM INFORMAR-FACTORES
               PERFORM INFORMAR-EXCLUSION
               PERFORM INFORMAR-AUDITORIA
               PERFORM INFORMAR-RANGOS
               PERFORM INFORMAR-RESPUESTAS
               PERFORM INFORMAR-RECHAZOS-SOLICITUD
               CLOSE FICHA
               DISPLAY "FICHA GRABADA EN " nombre-ficha
           END-IF.

       EMITIR-LINEA.
           DISPLAY linea-salida.
           WRITE linea-ficha FROM linea-salida.
           MOVE SPACES TO linea-salida.

       EMITIR-TITULO-SECCION.
           DISPLAY " ".
           MOVE SPACES TO linea-ficha.
           WRITE linea-ficha.
           PERFORM EMITIR-LINEA.

      * ---- maestro de verificados ----

       INFORMAR-VEREDICTO.
           MOVE "VEREDICTO (VERIFICAD.DAT)" TO linea-salida.
           PERFORM EMITIR-TITULO-SECCION.
           OPEN INPUT VERIFICADOS.
           IF verificados-estado-archivo NOT = "00"
               STRING "  MAESTRO NO DISPONIBLE, ESTADO "
                   verificados-estado-archivo
                   DELIMITED BY SIZE INTO linea-salida
               END-STRING
               PERFORM EMITIR-LINEA
           ELSE
               MOVE numero-consulta TO verificado-numero
               READ VERIFICADOS
                   INVALID KEY
                       MOVE "  NO FIGURA EN EL MAESTRO"
                           TO linea-salida
                   NOT INVALID KEY
                       PERFORM ARMAR-LINEA-VEREDICTO
               END-READ
               PERFORM EMITIR-LINEA
               CLOSE VERIFICADOS
           END-IF.

       ARMAR-LINEA-VEREDICTO.
           IF verificado-por-mr
               MOVE "NO CALCULADO" TO divisores-texto
           ELSE
               MOVE verificado-divisores TO divisores-editado
               MOVE divisores-editado TO divisores-texto
           END-IF.
           IF verificado-primo
               STRING "  PRIMO" DELIMITED BY SIZE
                   INTO linea-salida
               END-STRING
           ELSE
               STRING "  NO PRIMO" DELIMITED BY SIZE
                   INTO linea-salida
               END-STRING
           END-IF.
           MOVE 12 TO puntero-texto.
           STRING "DIVISORES " FUNCTION TRIM(divisores-texto)
               "  PRIMERA VERIFICACION " verificado-mm "/"
               verificado-dd "/" verificado-aa
               DELIMITED BY SIZE INTO linea-salida
               WITH POINTER puntero-texto
           END-STRING.
           IF verificado-por-mr
               STRING "  (MILLER-RABIN)" DELIMITED BY SIZE
                   INTO linea-salida
                   WITH POINTER puntero-texto
               END-STRING
           END-IF.

      * ---- maestro de factores: reduccion de factoriza ----

       INFORMAR-FACTORES.
           MOVE "FACTORIZACION (FACTMAST.DAT)" TO linea-salida.
           PERFORM EMITIR-TITULO-SECCION.
           OPEN INPUT FACTMAST.
           IF factmast-estado-archivo NOT = "00"
               STRING "  MAESTRO NO DISPONIBLE, ESTADO "
                   factmast-estado-archivo
                   DELIMITED BY SIZE INTO linea-salida
               END-STRING
               PERFORM EMITIR-LINEA
           ELSE
               PERFORM CARGAR-DIVISORES
               CLOSE FACTMAST
               IF cantidad-divisores = ZERO
                   MOVE "  SIN FACTORES GRABADOS" TO linea-salida
               ELSE
                   PERFORM REDUCIR-A-POTENCIAS
                   STRING "  " FUNCTION TRIM(numero-editado) " = "
                       factorizacion-texto
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
               END-IF
               PERFORM EMITIR-LINEA
           END-IF.

       CARGAR-DIVISORES.
           MOVE ZERO TO cantidad-divisores.
           MOVE "N" TO fin-maestro-sw.
           MOVE numero-consulta TO factor-numero.
           MOVE ZERO TO factor-posicion.
           START FACTMAST KEY NOT LESS THAN factor-clave
               INVALID KEY
                   SET fin-maestro TO TRUE
           END-START.
           PERFORM TOMAR-DIVISOR UNTIL fin-maestro.

       TOMAR-DIVISOR.
           READ FACTMAST NEXT RECORD
               AT END
                   SET fin-maestro TO TRUE
           END-READ.
           IF NOT fin-maestro
               IF factor-numero NOT = numero-consulta
                   SET fin-maestro TO TRUE
               ELSE
                   MOVE factor-valor TO divisor-leido
                   IF cantidad-divisores < maximo-divisores
                       ADD 1 TO cantidad-divisores
                       MOVE divisor-leido
                           TO divisor-entrada(cantidad-divisores)
                   END-IF
               END-IF
           END-IF.

       REDUCIR-A-POTENCIAS.
           MOVE numero-consulta TO residuo.
           MOVE SPACES TO factorizacion-texto.
           MOVE 1 TO puntero-texto.
           MOVE "S" TO primer-termino-sw.
           MOVE "N" TO fin-terminos-sw.
           PERFORM ARMAR-TERMINO UNTIL fin-terminos.
           IF residuo > 1
               MOVE residuo TO factor-primo
               MOVE 1 TO exponente
               MOVE 1 TO residuo
               PERFORM AGREGAR-TERMINO
           END-IF.

       ARMAR-TERMINO.
           PERFORM BUSCAR-DIVISOR-MINIMO.
           IF divisor-minimo = ZERO
               SET fin-terminos TO TRUE
           ELSE
               MOVE divisor-minimo TO factor-primo
               MOVE ZERO TO exponente
               PERFORM PROBAR-DIVISION
               PERFORM REDUCIR-RESIDUO
                   UNTIL resto-division NOT = ZERO
               PERFORM AGREGAR-TERMINO
           END-IF.

       BUSCAR-DIVISOR-MINIMO.
           MOVE ZERO TO divisor-minimo.
           IF residuo > 1
               PERFORM EXAMINAR-DIVISOR
                   VARYING indice-divisor FROM 1 BY 1
                   UNTIL indice-divisor > cantidad-divisores
           END-IF.

       EXAMINAR-DIVISOR.
           IF divisor-entrada(indice-divisor) > 1
               DIVIDE residuo BY divisor-entrada(indice-divisor)
                   GIVING cociente REMAINDER resto-division
               IF resto-division = ZERO
                   AND (divisor-minimo = ZERO
                       OR divisor-entrada(indice-divisor)
                           < divisor-minimo)
                   MOVE divisor-entrada(indice-divisor)
                       TO divisor-minimo
               END-IF
           END-IF.

       PROBAR-DIVISION.
           DIVIDE residuo BY factor-primo GIVING cociente
               REMAINDER resto-division.

       REDUCIR-RESIDUO.
           ADD 1 TO exponente.
           MOVE cociente TO residuo.
           PERFORM PROBAR-DIVISION.

       AGREGAR-TERMINO.
           IF primer-termino
               MOVE "N" TO primer-termino-sw
           ELSE
               STRING " X " DELIMITED BY SIZE
                   INTO factorizacion-texto
                   WITH POINTER puntero-texto
               END-STRING
           END-IF.
           MOVE factor-primo TO factor-editado.
           STRING FUNCTION TRIM(factor-editado) DELIMITED BY SIZE
               INTO factorizacion-texto
               WITH POINTER puntero-texto
           END-STRING.
           IF exponente > 1
               MOVE exponente TO exponente-editado
               STRING "^" DELIMITED BY SIZE
                   FUNCTION TRIM(exponente-editado) DELIMITED BY SIZE
                   INTO factorizacion-texto
                   WITH POINTER puntero-texto
               END-STRING
           END-IF.

      * ---- maestro de exclusiones ----

       INFORMAR-EXCLUSION.
           MOVE "EXCLUSION (EXCLUSION.DAT)" TO linea-salida.
           PERFORM EMITIR-TITULO-SECCION.
           OPEN INPUT EXCLUSIONES.
           EVALUATE exclusiones-estado-archivo
               WHEN "00"
                   MOVE numero-consulta TO exclusion-numero
                   READ EXCLUSIONES
                       INVALID KEY
                           MOVE "  NO FIGURA EN EL MAESTRO"
                               TO linea-salida
                           PERFORM EMITIR-LINEA
                       NOT INVALID KEY
                           PERFORM ARMAR-LINEAS-EXCLUSION
                   END-READ
                   CLOSE EXCLUSIONES
               WHEN "35"
                   MOVE "  NO FIGURA EN EL MAESTRO" TO linea-salida
                   PERFORM EMITIR-LINEA
               WHEN OTHER
                   STRING "  MAESTRO NO DISPONIBLE, ESTADO "
                       exclusiones-estado-archivo
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
                   PERFORM EMITIR-LINEA
           END-EVALUATE.

       ARMAR-LINEAS-EXCLUSION.
           IF exclusion-esta-activa
               AND exclusion-vigente-desde <= fecha-hoy-numerica
               AND exclusion-vigente-hasta >= fecha-hoy-numerica
               MOVE "  ACTIVA Y VIGENTE HOY: EL NUMERO SE RECHAZA"
                   TO linea-salida
           ELSE
               IF exclusion-esta-activa
                   MOVE "  ACTIVA PERO FUERA DE VIGENCIA HOY"
                       TO linea-salida
               ELSE
                   MOVE "  DADA DE BAJA (INACTIVA)" TO linea-salida
               END-IF
           END-IF.
           PERFORM EMITIR-LINEA.
           STRING "  MOTIVO " exclusion-motivo
               "  USUARIO " exclusion-usuario
               "  VIGENCIA " exclusion-vigente-desde
               "-" exclusion-vigente-hasta
               DELIMITED BY SIZE INTO linea-salida
           END-STRING.
           PERFORM EMITIR-LINEA.

      * ---- auditoria viva e historicos catalogados ----

       INFORMAR-AUDITORIA.
           MOVE "AUDITORIA (AUDITORIA.DAT E HISTORICOS)"
               TO linea-salida.
           PERFORM EMITIR-TITULO-SECCION.
           MOVE ZERO TO apariciones.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT AUDITORIA.
           IF auditoria-estado-archivo = "00"
               PERFORM LEER-AUDITORIA
               PERFORM TOMAR-AUDITORIA UNTIL fin-detalle
               CLOSE AUDITORIA
           END-IF.
           MOVE "N" TO fin-catalogo-sw.
           OPEN INPUT CATALOGO.
           IF catalogo-estado-archivo = "00"
               PERFORM LEER-CATALOGO
               PERFORM RECORRER-HISTORICO UNTIL fin-catalogo
               CLOSE CATALOGO
           END-IF.
           IF apariciones = ZERO
               MOVE "  SIN REGISTROS DE AUDITORIA" TO linea-salida
               PERFORM EMITIR-LINEA
           END-IF.

       LEER-AUDITORIA.
           READ AUDITORIA INTO registro-auditoria-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-AUDITORIA.
           PERFORM REVISAR-LINEA-AUDITORIA.
           PERFORM LEER-AUDITORIA.

       LEER-CATALOGO.
           READ CATALOGO
               AT END
                   SET fin-catalogo TO TRUE
           END-READ.

       RECORRER-HISTORICO.
           IF linea-catalogo NOT = SPACES
               MOVE linea-catalogo TO nombre-historico
               MOVE "N" TO fin-detalle-sw
               OPEN INPUT HISTORICO
               IF historico-estado-archivo = "00"
                   PERFORM LEER-HISTORICO
                   PERFORM TOMAR-HISTORICO UNTIL fin-detalle
                   CLOSE HISTORICO
               END-IF
           END-IF.
           PERFORM LEER-CATALOGO.

       LEER-HISTORICO.
           READ HISTORICO INTO registro-auditoria-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-HISTORICO.
           PERFORM REVISAR-LINEA-AUDITORIA.
           PERFORM LEER-HISTORICO.

       REVISAR-LINEA-AUDITORIA.
           IF aud-numero-amplio NOT = SPACES
               MOVE aud-numero-amplio TO numero-texto-registro
           ELSE
               MOVE aud-numero TO numero-texto-registro
           END-IF.
           PERFORM TOMAR-NUMERO-REGISTRO.
           IF (aud-resultado = "PRIMO" OR aud-resultado = "NO PRIMO"
               OR aud-resultado = "CONTEO")
               AND numero-registro-valido
               IF numero-registro = numero-consulta
                   ADD 1 TO apariciones
                   MOVE aud-fecha TO laf-fecha
                   MOVE aud-hora TO laf-hora
                   MOVE aud-usuario TO laf-usuario
                   MOVE aud-resultado TO laf-resultado
                   MOVE aud-corrida TO laf-corrida
                   MOVE linea-auditoria-ficha TO linea-salida
                   PERFORM EMITIR-LINEA
               END-IF
           END-IF.

      * ---- corridas de rango que lo listaron como primo ----

       INFORMAR-RANGOS.
           MOVE "RANGOS (RANGOS.DAT)" TO linea-salida.
           PERFORM EMITIR-TITULO-SECCION.
           MOVE ZERO TO apariciones.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT RANGOS.
           IF rangos-estado-archivo = "00"
               PERFORM LEER-RANGO
               PERFORM TOMAR-RANGO UNTIL fin-detalle
               CLOSE RANGOS
           END-IF.
           IF apariciones = ZERO
               MOVE "  NINGUNA CORRIDA DE RANGO LO LISTO COMO PRIMO"
                   TO linea-salida
               PERFORM EMITIR-LINEA
           END-IF.

       LEER-RANGO.
           READ RANGOS INTO registro-rango-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-RANGO.
           IF rg-primo-amplio NOT = SPACES
               MOVE rg-primo-amplio TO numero-texto-registro
           ELSE
               MOVE rg-primo TO numero-texto-registro
           END-IF.
           PERFORM TOMAR-NUMERO-REGISTRO.
           IF numero-registro-valido
               IF numero-registro = numero-consulta
                   ADD 1 TO apariciones
                   STRING "  LISTADO COMO PRIMO EN LA CORRIDA "
                       rg-corrida
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
                   PERFORM EMITIR-LINEA
               END-IF
           END-IF.
           PERFORM LEER-RANGO.

      * ---- solicitudes que lo pidieron ----

       INFORMAR-RESPUESTAS.
           MOVE "RESPUESTAS A SOLICITUDES (SOLRESP.DAT)"
               TO linea-salida.
           PERFORM EMITIR-TITULO-SECCION.
           MOVE ZERO TO apariciones.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT SOLRESP.
           IF solresp-estado-archivo = "00"
               PERFORM LEER-RESPUESTA
               PERFORM TOMAR-RESPUESTA UNTIL fin-detalle
               CLOSE SOLRESP
           END-IF.
           IF apariciones = ZERO
               MOVE "  NINGUNA SOLICITUD RESPONDIDA" TO linea-salida
               PERFORM EMITIR-LINEA
           END-IF.

       LEER-RESPUESTA.
           READ SOLRESP
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-RESPUESTA.
           MOVE SPACES TO campo-tipo campo-solicitante campo-id
               campo-valor campo-texto campo-a campo-b campo-c.
           UNSTRING linea-respuesta DELIMITED BY ";"
               INTO campo-tipo campo-solicitante campo-id
                   campo-valor campo-texto campo-a campo-b campo-c
           END-UNSTRING.
           MOVE campo-valor TO numero-texto-registro.
           PERFORM TOMAR-NUMERO-REGISTRO.
           IF numero-registro-valido
               IF numero-registro = numero-consulta
                   ADD 1 TO apariciones
                   PERFORM ARMAR-LINEA-RESPUESTA
                   PERFORM EMITIR-LINEA
               END-IF
           END-IF.
           PERFORM LEER-RESPUESTA.

       ARMAR-LINEA-RESPUESTA.
           EVALUATE campo-tipo
               WHEN "D"
                   STRING "  SOL " campo-solicitante " ID " campo-id
                       " CORRIDA " FUNCTION TRIM(campo-b) ": "
                       FUNCTION TRIM(campo-texto) " DIVISORES "
                       FUNCTION TRIM(campo-a) " ORIGEN " campo-c
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
               WHEN "C"
                   STRING "  SOL " campo-solicitante " ID " campo-id
                       " CORRIDA " FUNCTION TRIM(campo-b)
                       ": PRIMOS HASTA EL NUMERO "
                       FUNCTION TRIM(campo-a)
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
               WHEN "P"
                   STRING "  SOL " campo-solicitante " ID " campo-id
                       " CORRIDA " FUNCTION TRIM(campo-b)
                       ": PRIMO SIGUIENTE " FUNCTION TRIM(campo-a)
                       " ORIGEN " campo-c
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
               WHEN "V"
                   STRING "  SOL " campo-solicitante " ID " campo-id
                       " CORRIDA " FUNCTION TRIM(campo-a)
                       ": AVISO " campo-texto
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
               WHEN OTHER
                   STRING "  SOL " campo-solicitante " ID " campo-id
                       " CORRIDA " FUNCTION TRIM(campo-a)
                       ": RECHAZO " campo-texto
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
           END-EVALUATE.

       INFORMAR-RECHAZOS-SOLICITUD.
           MOVE "RECHAZOS DE SOLICITUDES (SOLRECH.DAT)"
               TO linea-salida.
           PERFORM EMITIR-TITULO-SECCION.
           MOVE ZERO TO apariciones.
           MOVE "N" TO fin-detalle-sw.
           OPEN INPUT SOLRECH.
           IF solrech-estado-archivo = "00"
               PERFORM LEER-RECHAZO-SOLICITUD
               PERFORM TOMAR-RECHAZO-SOLICITUD UNTIL fin-detalle
               CLOSE SOLRECH
           END-IF.
           IF apariciones = ZERO
               MOVE "  NINGUN RECHAZO DE SOLICITUD" TO linea-salida
               PERFORM EMITIR-LINEA
           END-IF.

       LEER-RECHAZO-SOLICITUD.
           READ SOLRECH INTO registro-rechazo-sol-ws
               AT END
                   SET fin-detalle TO TRUE
           END-READ.

       TOMAR-RECHAZO-SOLICITUD.
           IF rs-valor-amplio NOT = SPACES
               MOVE rs-valor-amplio TO numero-texto-registro
           ELSE
               MOVE rs-valor TO numero-texto-registro
           END-IF.
           PERFORM TOMAR-NUMERO-REGISTRO.
           IF numero-registro-valido
               IF numero-registro = numero-consulta
                   ADD 1 TO apariciones
                   STRING "  SOL " rs-solicitante " ID " rs-id
                       " CORRIDA " rs-corrida ": " rs-motivo
                       DELIMITED BY SIZE INTO linea-salida
                   END-STRING
                   PERFORM EMITIR-LINEA
               END-IF
           END-IF.
           PERFORM LEER-RECHAZO-SOLICITUD.

      * ---- numero de un registro de detalle ----

       TOMAR-NUMERO-REGISTRO.
           MOVE "N" TO numero-registro-valido-sw.
           IF numero-texto-registro NOT = SPACES
               AND FUNCTION TEST-NUMVAL(numero-texto-registro) = ZERO
               MOVE "S" TO numero-registro-valido-sw
               COMPUTE numero-registro =
                   FUNCTION NUMVAL(numero-texto-registro)
                   ON SIZE ERROR
                       MOVE "N" TO numero-registro-valido-sw
               END-COMPUTE
           END-IF.

       END PROGRAM fichaNumero.
