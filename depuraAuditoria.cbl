      *     poder invocarse por CALL, con el resultado del paso en
      *     RETURN-CODE; los errores de apertura dejan ahora
      *     RETURN-CODE 8.
      *   - El registro de auditoria crecio a 74 bytes: las lineas de
      *     resumen de la criba llevan al final los verificados del
      *     bloque. Consulta, archivo y reescritura conservan el
      *     registro completo. Cada historico que recibe registros se
      *     anota (una sola vez) en el catalogo AUDHIST.DAT, para que
      *     conciliaCorridas sepa que archivos rearman las corridas
      *     depuradas; los historicos anteriores al catalogo se
      *     agregan a mano, un nombre por linea.
      *   - Los mensajes que antes salian solo por consola (errores,
      *     avisos y el resumen del paso) se graban ademas en la
      *     bitacora permanente BITACORA.DAT por CALL a grabaBitacora,
      *     con codigo de mensaje y severidad; la corrida y el paso
      *     los completa la bitacora con el contexto que fija
      *     esPrimoJob.
      *   - EMITIR-MENSAJE guarda y repone el RETURN-CODE alrededor
      *     del CALL a grabaBitacora: el CALL lo dejaba en cero y el
      *     job no veia el error del paso.
      *   - El registro de auditoria crecio a 94 bytes con el numero
      *     en una columna ancha de 19 posiciones al final (dominio de
      *     18 digitos); el filtro por numero usa la columna ancha
      *     cuando viene y si no la vieja de 11. Un filtro fuera de
      *     rango se avisa (DEP011) y no se aplica. AUDCONS.DAT pasa
      *     a 100 bytes para llevar el registro completo.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trabajo-estado-archivo.

           SELECT CATALOGO ASSIGN TO "AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalogo-estado-archivo.

           SELECT PARAMETRO-PASO ASSIGN TO "DEPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-estado-archivo.
       FILE SECTION.
       FD  AUDITORIA
           RECORDING MODE IS F.
       01  linea-auditoria             PIC X(94).

       FD  CONSULTA
           RECORDING MODE IS F.
       01  linea-consulta              PIC X(100).

       FD  HISTORICO
           RECORDING MODE IS F.
       01  linea-historico             PIC X(94).

       FD  TRABAJO
           RECORDING MODE IS F.
       01  linea-trabajo               PIC X(94).

       FD  CATALOGO
           RECORDING MODE IS F.
       01  linea-catalogo              PIC X(16).

       FD  PARAMETRO-PASO
           RECORDING MODE IS F.
       01  historico-estado-archivo    pic XX value spaces.
       01  trabajo-estado-archivo      pic XX value spaces.
       01  parm-estado-archivo         pic XX value spaces.
       01  catalogo-estado-archivo     pic XX value spaces.
       01  fin-catalogo-sw             pic X value "N".
           88  fin-catalogo                value "S".
       01  historico-catalogado-sw     pic X value "N".
           88  historico-catalogado        value "S".
       01  paso-por-tarjeta-sw         pic X value "N".
           88  paso-por-tarjeta            value "S".
       01  fin-auditoria-sw            pic X value "N".
           05  aud-resultado           pic X(11).
           05  filler                  pic X.
           05  aud-corrida             pic X(05).
           05  filler                  pic X.
           05  aud-verificados-bloque  pic X(06).
           05  filler                  pic X.
           05  aud-numero-amplio       pic X(19).

       01  funcion-entrada             pic X(01) value space.
           88  funcion-consulta            value "C".
       01  fecha-desde                 pic X(06) value spaces.
       01  fecha-hasta                 pic X(06) value spaces.
       01  usuario-filtro              pic X(20) value spaces.
       01  numero-filtro-texto         pic X(20) value spaces.
       01  numero-filtro               pic S9(18) value zero.
       01  hay-filtro-numero-sw        pic X value "N".
           88  hay-filtro-numero           value "S".
       01  clave-fecha-registro        pic X(06) value spaces.
       01  numero-registro             pic S9(18) value zero.
       01  registro-elegido-sw         pic X value "N".
           88  registro-elegido            value "S".
       01  total-seleccionados         pic 9(7) value zero.
           05  filler                  pic X(05) value " DE  ".
           05  ltc-revisados           pic Z(6)9.

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20)
               value "depuraAuditoria".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha-hoy FROM DATE.
               WHEN funcion-archivo
                   PERFORM ARCHIVAR-AUDITORIA
               WHEN OTHER
                   MOVE "DEP001" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "FUNCION NO RECONOCIDA: " funcion-entrada
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
               SET hay-filtro-numero TO TRUE
               COMPUTE numero-filtro =
                   FUNCTION NUMVAL(numero-filtro-texto)
                   ON SIZE ERROR
                       MOVE "N" TO hay-filtro-numero-sw
                       MOVE "DEP011" TO mb-codigo
                       MOVE "W" TO mb-severidad
                       STRING "NUMERO DE FILTRO FUERA DE RANGO, SE "
                           "IGNORA: " numero-filtro-texto
                           DELIMITED BY SIZE INTO mb-texto
                       END-STRING
                       PERFORM EMITIR-MENSAJE
               END-COMPUTE
           END-IF.
           OPEN INPUT AUDITORIA.
           IF auditoria-estado-archivo = "35"
               MOVE "DEP002" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ARCHIVO AUDITORIA.DAT NO ENCONTRADO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               OPEN OUTPUT CONSULTA
               IF consulta-estado-archivo NOT = "00"
                   MOVE "DEP003" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "ERROR AL ABRIR AUDCONS.DAT: "
                       consulta-estado-archivo
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               WRITE linea-consulta FROM linea-total-consulta
               CLOSE CONSULTA
               CLOSE AUDITORIA
               MOVE "DEP004" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "SELECCIONADOS " total-seleccionados
                   " DE " total-revisados " EN AUDCONS.DAT"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       LEER-AUDITORIA.
               MOVE "N" TO registro-elegido-sw
           END-IF.
           IF hay-filtro-numero
               IF aud-numero-amplio NOT = SPACES
                   COMPUTE numero-registro =
                       FUNCTION NUMVAL(aud-numero-amplio)
                       ON SIZE ERROR
                           MOVE ZERO TO numero-registro
                   END-COMPUTE
               ELSE
                   COMPUTE numero-registro = FUNCTION NUMVAL(aud-numero)
                       ON SIZE ERROR
                           MOVE ZERO TO numero-registro
                   END-COMPUTE
               END-IF
               IF numero-registro NOT = numero-filtro
                   MOVE "N" TO registro-elegido-sw
               END-IF
           END-IF.
           IF FUNCTION TEST-NUMVAL(dias-retencion-texto) NOT = ZERO
               OR dias-retencion-texto = SPACES
               MOVE "DEP005" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "RETENCION NO NUMERICA: " dias-retencion-texto
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE dias-retencion =
               PERFORM CALCULAR-CORTE
               PERFORM PARTIR-AUDITORIA
               PERFORM REESCRIBIR-AUDITORIA
               IF total-archivados > ZERO
                   PERFORM CATALOGAR-HISTORICO
               END-IF
               MOVE "DEP006" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "REGISTROS ARCHIVADOS EN " nombre-historico
                   ": " total-archivados
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE "DEP007" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "REGISTROS RETENIDOS EN AUDITORIA.DAT: "
                   total-retenidos
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       CALCULAR-CORTE.
       PARTIR-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF auditoria-estado-archivo = "35"
               MOVE "DEP010" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ARCHIVO AUDITORIA.DAT NO ENCONTRADO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           END-IF.
           OPEN OUTPUT TRABAJO.
           IF trabajo-estado-archivo NOT = "00"
               MOVE "DEP008" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR AUDITEMP.DAT: "
                   trabajo-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE linea-auditoria FROM linea-trabajo.
           PERFORM LEER-TRABAJO.

      * el catalogo de historicos se consulta antes de anotar, asi
      * una segunda depuracion del mismo dia no repite el nombre
       CATALOGAR-HISTORICO.
           MOVE "N" TO historico-catalogado-sw.
           MOVE "N" TO fin-catalogo-sw.
           OPEN INPUT CATALOGO.
           IF catalogo-estado-archivo = "00"
               PERFORM LEER-CATALOGO
               PERFORM BUSCAR-EN-CATALOGO
                   UNTIL fin-catalogo OR historico-catalogado
               CLOSE CATALOGO
           END-IF.
           IF NOT historico-catalogado
               OPEN EXTEND CATALOGO
               IF catalogo-estado-archivo = "35"
                   OPEN OUTPUT CATALOGO
                   CLOSE CATALOGO
                   OPEN EXTEND CATALOGO
               END-IF
               IF catalogo-estado-archivo NOT = "00"
                   MOVE "DEP009" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "ERROR AL ABRIR AUDHIST.DAT: "
                       catalogo-estado-archivo
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   WRITE linea-catalogo FROM nombre-historico
                   CLOSE CATALOGO
               END-IF
           END-IF.

       LEER-CATALOGO.
           READ CATALOGO
               AT END
                   SET fin-catalogo TO TRUE
           END-READ.

       BUSCAR-EN-CATALOGO.
           IF linea-catalogo = nombre-historico
               SET historico-catalogado TO TRUE
           ELSE
               PERFORM LEER-CATALOGO
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

       END PROGRAM depuraAuditoria.
