      * REPORTE a mano. Un registro de SOLRESP que no se deja leer se
      * ignora con aviso; no poder abrir SOLRESP.DAT o un archivo de
      * respuesta termina con RETURN-CODE 8.
      *
      * Modificaciones:
      *   - Registro de aviso V en SOLRESP.DAT (mismos campos que el
      *     R), que el PASO S graba cuando baja una prioridad al tope
      *     permitido al solicitante. Se pasa a la respuesta como
      *       id;valor;AVISO;motivo
      *     y no entra en los conteos del acuse, que siguen siendo de
      *     numeros recibidos, procesados y rechazados.
      *   - El registro D trae un ultimo campo con el camino del
      *     veredicto (H = maestro de verificados, C = calculado), que
      *     usa estadoSolicitantes; aqui no se lee y las respuestas no
      *     cambian.
      *   - Los mensajes que antes salian solo por consola (errores,
      *     avisos y el resumen del paso) se graban ademas en la
      *     bitacora permanente BITACORA.DAT por CALL a grabaBitacora,
      *     con codigo de mensaje y severidad; la corrida y el paso
      *     los completa la bitacora con el contexto que fija
      *     esPrimoJob.
      *   - EMITIR-MENSAJE guarda y repone el RETURN-CODE alrededor
      *     del CALL a grabaBitacora: el CALL lo dejaba en cero y el
      *     job no veia el error del paso.
      *   - Numeros de hasta 18 digitos: el numero o valor del
      *     registro se toma de hasta 20 posiciones, y los divisores
      *     de un numero resuelto por Miller-Rabin llegan como NO
      *     CALCULADO y pasan asi a la respuesta.
      *   - Registros C (conteo de primos hasta un valor) y P
      *     (siguiente primo despues de un valor), con los campos del
      *     D; pasan a la respuesta como los atendidos:
      *       id;valor;CONTEO;cantidad
      *       id;valor;SIGUIENTE;primo
      *     y cuentan como procesados en el acuse.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  corrida-registro            pic 9(5) value zero.

      * campos del registro de SOLRESP ya partido por punto y coma;
      * en los D el campo-a es divisores y el campo-b la corrida (en
      * los C y P el campo-a es la cantidad o el primo), en los R y V
      * el campo-texto es el motivo y el campo-a la corrida
       01  campo-tipo                  pic X(01) value space.
       01  campo-solicitante           pic X(05) value spaces.
       01  campo-id                    pic X(08) value spaces.
       01  campo-valor                 pic X(20) value spaces.
       01  campo-texto                 pic X(20) value spaces.
       01  campo-a                     pic X(20) value spaces.
       01  campo-b                     pic X(11) value spaces.
       01  corrida-texto               pic X(11) value spaces.

       01  corrida-editada             pic ZZZZ9.
       01  puntero-salida              pic 9(3) comp value 1.

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20)
               value "respondeSolicitudes".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.
       01  cantidad-editada-msg        pic ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESO-RESPUESTAS.
           PERFORM OBTENER-CORRIDA-PEDIDA.
           IF corrida-pedida-texto = SPACES
               OR FUNCTION TEST-NUMVAL(corrida-pedida-texto) NOT = ZERO
               MOVE "RSP001" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "CORRIDA NO NUMERICA: " corrida-pedida-texto
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               FUNCTION NUMVAL(corrida-pedida-texto).
           PERFORM RESUMIR-SOLICITANTES.
           IF solicitantes-excedidos
               MOVE maximo-solicitantes TO cantidad-editada-msg
               MOVE "RSP002" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "MAS DE " FUNCTION TRIM(cantidad-editada-msg)
                   " SOLICITANTES "
                   "EN LA CORRIDA, RESPUESTAS NO GENERADAS"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF cantidad-solicitantes = ZERO
               MOVE "RSP003" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "SIN RESPUESTAS PARA LA CORRIDA "
                   corrida-pedida
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               PERFORM GENERAR-ARCHIVO-SOLICITANTE
                   VARYING solicitante-en-curso FROM 1 BY 1
                   UNTIL solicitante-en-curso > cantidad-solicitantes
               MOVE "RSP004" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "GENERADOS " total-archivos " ARCHIVOS DE "
                   "RESPUESTA DE LA CORRIDA " corrida-pedida
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

      * si el paso viene de tarjetas la corrida llega por RSPPARM.DAT;
       RESUMIR-SOLICITANTES.
           OPEN INPUT RESPUESTAS.
           IF respuestas-estado-archivo = "35"
               MOVE "RSP005" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ARCHIVO SOLRESP.DAT NO ENCONTRADO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       RESUMIR-RESPUESTA.
           PERFORM PARTIR-RESPUESTA.
           IF registro-ilegible
               MOVE "RSP006" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "REGISTRO ILEGIBLE EN SOLRESP.DAT, SE "
                   "IGNORA: " linea-respuesta(1:40)
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.
           IF NOT registro-ilegible
               AND corrida-registro = corrida-pedida
                   PERFORM AGREGAR-SOLICITANTE
               END-IF
               IF indice-hallado > ZERO
                   AND campo-tipo NOT = "V"
                   ADD 1 TO tso-recibidas(indice-hallado)
                   IF campo-tipo = "D" OR "C" OR "P"
                       ADD 1 TO tso-procesadas(indice-hallado)
                   ELSE
                       ADD 1 TO tso-rechazadas(indice-hallado)
           END-IF.
           PERFORM LEER-RESPUESTA.

      * un registro que no trae tipo D, C, P, R o V, o cuya corrida
      * no se deja leer, se marca ilegible para que el que llama lo
      * avise
       PARTIR-RESPUESTA.
           MOVE "N" TO registro-ilegible-sw.
           MOVE SPACES TO campo-tipo campo-solicitante campo-id
                   campo-valor campo-texto campo-a campo-b
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
           END-STRING.
           OPEN OUTPUT SALIDA.
           IF salida-estado-archivo NOT = "00"
               MOVE "RSP007" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR " nombre-salida ": "
                   salida-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RESPUESTAS
               PERFORM ESCRIBIR-ACUSE
               CLOSE SALIDA
               ADD 1 TO total-archivos
               MOVE "RSP008" TO mb-codigo
               MOVE "I" TO mb-severidad
               STRING "RESPUESTAS DE "
                   tso-solicitante(solicitante-en-curso)
                   " EN " nombre-salida
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       COPIAR-RESPUESTA-SOLICITANTE.
                   tso-solicitante(solicitante-en-curso)
               EVALUATE campo-tipo
                   WHEN "D"
                   WHEN "C"
                   WHEN "P"
                       PERFORM ESCRIBIR-SALIDA-DETALLE
                   WHEN "R"
                       PERFORM ESCRIBIR-SALIDA-RECHAZO
                   WHEN "V"
                       PERFORM ESCRIBIR-SALIDA-AVISO
               END-EVALUATE
           END-IF.
           PERFORM LEER-RESPUESTA.
           END-STRING.
           WRITE linea-salida.

       ESCRIBIR-SALIDA-AVISO.
           MOVE SPACES TO linea-salida.
           MOVE 1 TO puntero-salida.
           STRING FUNCTION TRIM(campo-id) ";"
               FUNCTION TRIM(campo-valor) ";AVISO;"
               FUNCTION TRIM(campo-texto)
               DELIMITED BY SIZE
               INTO linea-salida
               WITH POINTER puntero-salida
           END-STRING.
           WRITE linea-salida.

       ESCRIBIR-ACUSE.
           MOVE corrida-pedida TO corrida-editada.
           MOVE tso-recibidas(solicitante-en-curso)
           END-STRING.
           WRITE linea-salida.

      * cada mensaje va a consola y a la bitacora del job; el CALL
      * no debe pisar el RETURN-CODE que ya dejo el paso
       EMITIR-MENSAJE.
           DISPLAY FUNCTION TRIM(mb-texto TRAILING).
           MOVE RETURN-CODE TO retorno-guardado.
           CALL "grabaBitacora" USING mensaje-bitacora-ws
           END-CALL.
           MOVE retorno-guardado TO RETURN-CODE.
           MOVE SPACES TO mb-texto.

       END PROGRAM respondeSolicitudes.
