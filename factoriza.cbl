      *     numeros de la corrida: factorizar la corrida de un PASO R
      *     cribado factorizaba los arranques de bloque. Solo los
      *     resultados PRIMO y NO PRIMO entran a la tabla.
      *   - Los mensajes que antes salian solo por consola (errores,
      *     avisos y el resumen del paso) se graban ademas en la
      *     bitacora permanente BITACORA.DAT por CALL a grabaBitacora,
      *     con codigo de mensaje y severidad; la corrida y el paso
      *     los completa la bitacora con el contexto que fija
      *     esPrimoJob.
      *   - EMITIR-MENSAJE guarda y repone el RETURN-CODE alrededor
      *     del CALL a grabaBitacora: el CALL lo dejaba en cero y el
      *     job no veia el error del paso.
      *   - Dominio de dieciocho cifras: numeros, divisores y residuo
      *     ampliados, con el numero tomado de la columna amplia que
      *     AUDITORIA trae al final del registro (la de once
      *     posiciones para la historia anterior); la linea del
      *     reporte se ensancho a tono. Un NO PRIMO de la corrida sin
      *     divisores en el maestro es un veredicto por Miller-Rabin,
      *     que no busca divisores: sale con FACTORIZACION NO
      *     CALCULADA en vez de faltar del reporte.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  FACTMAST.
       01  registro-factor-maestro.
           05  factor-clave.
               10  factor-numero       PIC S9(18).
               10  factor-posicion     PIC 9(5).
           05  factor-valor            PIC 9(18).

       FD  AUDITORIA
           RECORDING MODE IS F.
       01  linea-auditoria             PIC X(94).

       FD  FACTORIZACION
           RECORDING MODE IS F.
       01  linea-factorizacion         PIC X(100).

       FD  PARAMETRO-PASO
           RECORDING MODE IS F.
           05  aud-resultado           pic X(11).
           05  filler                  pic X.
           05  aud-corrida             pic X(05).
           05  filler                  pic X.
           05  aud-verificados-bloque  pic X(06).
           05  filler                  pic X.
           05  aud-numero-amplio       pic X(19).
       01  aud-numero-elegido          pic X(19) value spaces.

       01  corrida-pedida-texto        pic X(05) value spaces.
       01  corrida-pedida              pic 9(5) value zero.
       01  maestro-completo-sw         pic X value "N".
           88  maestro-completo            value "S".

       01  numero-actual               pic S9(18) value zero.
       01  numero-grupo                pic S9(18) value zero.
       01  numero-registro             pic S9(18) value zero.
       01  divisor-leido               pic 9(18) value zero.
       01  hay-grupo-sw                pic X value "N".
           88  hay-grupo                   value "S".

       01  indice-numero               pic 9(4) comp value zero.
       01  indice-hallado              pic 9(4) comp value zero.
       01  tabla-numeros.
           05  entrada-numero-corrida OCCURS 1000 TIMES.
               10  numero-corrida-tabla
                                       pic S9(18).
               10  resultado-corrida-tabla
                                       pic X(11).

       01  cantidad-divisores          pic 9(4) value zero.
       01  maximo-divisores            pic 9(4) value 3000.
       01  tabla-divisores.
           05  divisor-entrada         pic 9(18) OCCURS 3000 TIMES.
       01  indice-divisor              pic 9(4) comp value zero.

       01  residuo                     pic 9(18) value zero.
       01  cociente                    pic 9(18) value zero.
       01  resto-division              pic 9(18) value zero.
       01  divisor-minimo              pic 9(18) value zero.
       01  factor-primo                pic 9(18) value zero.
       01  exponente                   pic 99 value zero.
       01  fin-terminos-sw             pic X value "N".
           88  fin-terminos                value "S".
           88  primer-termino              value "S".

       01  puntero-texto               pic 9(3) comp value 1.
       01  factor-editado              pic Z(17)9.
       01  exponente-editado           pic Z9.

      * campos del reporte impreso
           05  le-pagina               pic ZZZ9.

       01  linea-detalle.
           05  ld-numero               pic -(18)9.
           05  filler                  pic X(03) value " = ".
           05  ld-factorizacion        pic X(78).

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20) value "factoriza".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.
       01  numero-editado-msg          pic -(18)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           OPEN OUTPUT FACTORIZACION.
           IF factpr-estado-archivo NOT = "00"
               MOVE "FAC001" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR FACTPRIM.DAT: "
                   factpr-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ESCRIBIR-ENCABEZADO.
           OPEN INPUT FACTMAST.
           IF factmast-estado-archivo = "35"
               MOVE "FAC002" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "MAESTRO FACTMAST.DAT NO ENCONTRADO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               IF maestro-completo
                   PERFORM RECORRER-MAESTRO-COMPLETO
               SET maestro-completo TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL(corrida-pedida-texto) NOT = ZERO
                   MOVE "FAC003" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "CORRIDA NO NUMERICA: " corrida-pedida-texto
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
       CARGAR-NUMEROS-CORRIDA.
           OPEN INPUT AUDITORIA.
           IF auditoria-estado-archivo = "35"
               MOVE "FAC004" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ARCHIVO AUDITORIA.DAT NO ENCONTRADO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ELEGIR-REGISTRO-AUDITORIA UNTIL fin-auditoria.
           CLOSE AUDITORIA.
           IF total-omitidos > ZERO
               MOVE "FAC005" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "TABLA LLENA: " total-omitidos
                   " NUMEROS DE LA CORRIDA NO CABEN; REPORTE "
                   "INCOMPLETO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * renglones de resumen de la criba (resultado "CRIBA nnnnn")
      * llevan el primer candidato del bloque, no un numero verificado
       ELEGIR-REGISTRO-AUDITORIA.
           IF aud-numero-amplio = SPACES
               MOVE aud-numero TO aud-numero-elegido
           ELSE
               MOVE aud-numero-amplio TO aud-numero-elegido
           END-IF.
           IF aud-corrida IS NUMERIC AND aud-numero-elegido NOT = SPACES
               AND FUNCTION TEST-NUMVAL(aud-numero-elegido) = ZERO
               AND (aud-resultado = "PRIMO"
                   OR aud-resultado = "NO PRIMO")
               MOVE aud-corrida TO corrida-registro
               IF corrida-registro = corrida-pedida
                   COMPUTE numero-registro =
                       FUNCTION NUMVAL(aud-numero-elegido)
                   PERFORM BUSCAR-NUMERO-EN-TABLA
                   IF indice-hallado = ZERO
                       PERFORM AGREGAR-NUMERO-A-TABLA
               ADD 1 TO cantidad-numeros
               MOVE numero-registro
                   TO numero-corrida-tabla(cantidad-numeros)
               MOVE aud-resultado
                   TO resultado-corrida-tabla(cantidad-numeros)
           ELSE
               ADD 1 TO total-omitidos
           END-IF.
           PERFORM TOMAR-DIVISOR-NUMERO UNTIL fin-maestro.
           IF cantidad-divisores > ZERO
               PERFORM EMITIR-FACTORIZACION
           ELSE
               IF resultado-corrida-tabla(indice-numero) = "NO PRIMO"
                   PERFORM EMITIR-NO-CALCULADA
               END-IF
           END-IF.

       TOMAR-DIVISOR-NUMERO.
               ADD 1 TO cantidad-divisores
               MOVE divisor-leido TO divisor-entrada(cantidad-divisores)
           ELSE
               MOVE numero-grupo TO numero-editado-msg
               MOVE "FAC006" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "MAS DE " maximo-divisores " DIVISORES PARA "
                   FUNCTION TRIM(numero-editado-msg)
                   ", DIVISOR OMITIDO: " divisor-leido
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       EMITIR-FACTORIZACION.
           END-IF.
           PERFORM ESCRIBIR-DETALLE-FACTORIZACION.

      * Miller-Rabin da el veredicto sin buscar divisores
       EMITIR-NO-CALCULADA.
           MOVE "FACTORIZACION NO CALCULADA" TO ld-factorizacion.
           PERFORM ESCRIBIR-DETALLE-FACTORIZACION.

       ARMAR-TERMINO.
           PERFORM BUSCAR-DIVISOR-MINIMO.
           IF divisor-minimo = ZERO
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

       END PROGRAM factoriza.
