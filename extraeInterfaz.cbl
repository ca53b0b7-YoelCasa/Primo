      *     mandaba a planeamiento registros D con ese texto por
      *     veredicto, bajo un pie que los validaba. Solo los
      *     resultados PRIMO y NO PRIMO entran al extracto.
      *   - Los mensajes que antes salian solo por consola (errores,
      *     avisos y el resumen del paso) se graban ademas en la
      *     bitacora permanente BITACORA.DAT por CALL a grabaBitacora,
      *     con codigo de mensaje y severidad; la corrida y el paso
      *     los completa la bitacora con el contexto que fija
      *     esPrimoJob.
      *   - EMITIR-MENSAJE guarda y repone el RETURN-CODE alrededor
      *     del CALL a grabaBitacora: el CALL lo dejaba en cero y el
      *     job no veia el error del paso.
      *   - Dominio de dieciocho cifras: el numero se toma de la
      *     columna amplia que AUDITORIA trae al final del registro
      *     (la de once posiciones para la historia anterior), y las
      *     claves de VERIFICAD y FACTMAST, el factor editado y la
      *     suma de control del pie se ampliaron a tono. Un veredicto
      *     por Miller-Rabin lleva NO CALCULADO en la cantidad de
      *     divisores y la lista de factores vacia.
      *   - Un numero de la corrida que no figura en VERIFICAD.DAT
      *     (o con el maestro no disponible) toma el metodo por su
      *     tamano, como lo elige esPrimo: por encima de 9999999999
      *     sale como Miller-Rabin, sin cantidad de divisores, en vez
      *     de un veredicto por divisores con cero divisores.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  AUDITORIA
           RECORDING MODE IS F.
       01  linea-auditoria             PIC X(94).

       FD  FACTMAST.
       01  registro-factor-maestro.
           05  factor-clave.
               10  factor-numero       PIC S9(18).
               10  factor-posicion     PIC 9(5).
           05  factor-valor            PIC 9(18).

       FD  VERIFICADOS.
       01  registro-verificado.
           05  verificado-numero       PIC S9(18).
           05  verificado-veredicto    PIC X(01).
           05  verificado-divisores    PIC 9(5).
           05  verificado-fecha        PIC 9(6).
           05  verificado-metodo       PIC X(01).

       FD  EXTRACTO
           RECORDING MODE IS F.
           05  aud-resultado           pic X(11).
           05  filler                  pic X.
           05  aud-corrida             pic X(05).
           05  filler                  pic X.
           05  aud-verificados-bloque  pic X(06).
           05  filler                  pic X.
           05  aud-numero-amplio       pic X(19).

       01  corrida-pedida-texto        pic X(05) value spaces.
       01  corrida-pedida              pic 9(5) value zero.
       01  corrida-registro            pic 9(5) value zero.

       01  numero-registro             pic S9(18) value zero.
       01  numero-maximo-directo       pic S9(18) value 9999999999.
       01  factor-registro             pic 9(18) value zero.

       01  cantidad-numeros            pic 9(4) value zero.
       01  maximo-numeros              pic 9(4) value 1000.
       01  indice-hallado              pic 9(4) comp value zero.
       01  tabla-extracto.
           05  entrada-extracto OCCURS 1000 TIMES.
               10  ext-numero          pic S9(18).
               10  ext-veredicto       pic X(11).
               10  ext-divisores       pic 9(5).
               10  ext-metodo          pic X(01).
               10  ext-en-maestro-sw   pic X.
               10  ext-lista-llena-sw  pic X.
               10  ext-factores        pic X(600).
               10  ext-cant-factores   pic 9(3) comp.

       01  total-detalle               pic 9(5) value zero.
       01  hash-numeros                pic 9(21) value zero.
       01  lista-excedida-sw           pic X value "N".
           88  lista-excedida              value "S".

       01  hay-fecha-corrida-sw        pic X value "N".
           88  hay-fecha-corrida           value "S".

       01  numero-editado              pic Z(17)9.
       01  divisores-editado           pic Z(4)9.
       01  divisores-texto             pic X(12) value spaces.
       01  factor-editado              pic Z(17)9.
       01  corrida-editada             pic ZZZZ9.
       01  cantidad-editada            pic Z(4)9.
       01  hash-editado                pic Z(20)9.
       01  fecha-armada                pic X(06).
       01  puntero-linea               pic 9(3) comp value 1.

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20) value "extraeInterfaz".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.
       01  numero-editado-msg          pic -(18)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fecha-hoy FROM DATE.
           PERFORM OBTENER-CORRIDA-PEDIDA.
           IF FUNCTION TEST-NUMVAL(corrida-pedida-texto) NOT = ZERO
               OR corrida-pedida-texto = SPACES
               MOVE "EXT001" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "CORRIDA NO NUMERICA: " corrida-pedida-texto
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COMPLETAR-DIVISORES.
           PERFORM JUNTAR-FACTORES.
           IF lista-excedida
               MOVE "EXT002" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "EXTRACTO NO GENERADO: HAY LISTAS DE "
                   "FACTORES INCOMPLETAS"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       CARGAR-VEREDICTOS.
           OPEN INPUT AUDITORIA.
           IF auditoria-estado-archivo = "35"
               MOVE "EXT003" TO mb-codigo
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
               MOVE "EXT004" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "TABLA LLENA: " total-omitidos
                   " NUMEROS DE LA CORRIDA NO CABEN; EXTRACTO "
                   "NO GENERADO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                   IF NOT hay-fecha-corrida
                       PERFORM TOMAR-FECHA-CORRIDA
                   END-IF
                   IF aud-numero-amplio = SPACES
                       COMPUTE numero-registro =
                           FUNCTION NUMVAL(aud-numero)
                   ELSE
                       COMPUTE numero-registro =
                           FUNCTION NUMVAL(aud-numero-amplio)
                   END-IF
                   PERFORM BUSCAR-NUMERO-EN-TABLA
                   IF indice-hallado = ZERO
                       PERFORM AGREGAR-NUMERO-A-TABLA
               MOVE numero-registro TO ext-numero(cantidad-numeros)
               MOVE aud-resultado TO ext-veredicto(cantidad-numeros)
               MOVE ZERO TO ext-divisores(cantidad-numeros)
               IF numero-registro > numero-maximo-directo
                   MOVE "M" TO ext-metodo(cantidad-numeros)
               ELSE
                   MOVE "D" TO ext-metodo(cantidad-numeros)
               END-IF
               MOVE "N" TO ext-en-maestro-sw(cantidad-numeros)
               MOVE "N" TO ext-lista-llena-sw(cantidad-numeros)
               MOVE SPACES TO ext-factores(cantidad-numeros)
                   UNTIL indice-numero > cantidad-numeros
               CLOSE VERIFICADOS
           ELSE
               MOVE "EXT005" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "MAESTRO VERIFICAD.DAT NO DISPONIBLE ("
                   verificados-estado-archivo
                   "), SE CONTARAN LOS FACTORES"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       CONSULTAR-MAESTRO.
                   MOVE verificado-divisores
                       TO ext-divisores(indice-numero)
                   MOVE "S" TO ext-en-maestro-sw(indice-numero)
                   IF verificado-metodo NOT = SPACE
                       MOVE verificado-metodo
                           TO ext-metodo(indice-numero)
                   END-IF
           END-READ.

      * ---- lista de factores por clave desde el maestro ----
       JUNTAR-FACTORES.
           OPEN INPUT FACTMAST.
           IF factmast-estado-archivo = "35"
               MOVE "EXT006" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "MAESTRO FACTMAST.DAT NO ENCONTRADO, "
                   "LISTAS DE FACTORES VACIAS"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           ELSE
               PERFORM JUNTAR-FACTORES-NUMERO
                   VARYING indice-hallado FROM 1 BY 1

       AGREGAR-FACTOR-A-LISTA.
           MOVE factor-registro TO factor-editado.
           IF ext-puntero(indice-hallado) < 582
               IF ext-cant-factores(indice-hallado) > ZERO
                   STRING "," DELIMITED BY SIZE
                       INTO ext-factores(indice-hallado)
               IF ext-lista-llena-sw(indice-hallado) = "N"
                   MOVE "S" TO ext-lista-llena-sw(indice-hallado)
                   SET lista-excedida TO TRUE
                   MOVE ext-numero(indice-hallado) TO numero-editado-msg
                   MOVE "EXT007" TO mb-codigo
                   MOVE "W" TO mb-severidad
                   STRING "LISTA DE FACTORES DE "
                       FUNCTION TRIM(numero-editado-msg)
                       " NO CABE EN EL AREA DE EXTRACCION"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
               END-IF
           END-IF.

       ESCRIBIR-EXTRACTO.
           OPEN OUTPUT EXTRACTO.
           IF extracto-estado-archivo NOT = "00"
               MOVE "EXT008" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR EXTRACTO.DAT: "
                   extracto-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               UNTIL indice-numero > cantidad-numeros.
           PERFORM ESCRIBIR-PIE.
           CLOSE EXTRACTO.
           MOVE "EXT009" TO mb-codigo.
           MOVE "I" TO mb-severidad.
           STRING "EXTRAIDOS " total-detalle
               " REGISTROS DE LA CORRIDA " corrida-pedida
               " EN EXTRACTO.DAT"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO fecha-armada.
                   TO ext-divisores(indice-numero)
           END-IF.
           MOVE ext-numero(indice-numero) TO numero-editado.
           IF ext-metodo(indice-numero) = "M"
               MOVE "NO CALCULADO" TO divisores-texto
           ELSE
               MOVE ext-divisores(indice-numero) TO divisores-editado
               MOVE divisores-editado TO divisores-texto
           END-IF.
           MOVE SPACES TO linea-extracto.
           MOVE 1 TO puntero-linea.
           STRING "D;" FUNCTION TRIM(numero-editado) ";"
               FUNCTION TRIM(ext-veredicto(indice-numero)) ";"
               FUNCTION TRIM(divisores-texto) ";"
               FUNCTION TRIM(ext-factores(indice-numero))
               DELIMITED BY SIZE
               INTO linea-extracto
           END-STRING.
           WRITE linea-extracto.

      * cada mensaje va a consola y a la bitacora del job; el CALL
      * no debe pisar el RETURN-CODE que ya dejo el paso
       EMITIR-MENSAJE.
           DISPLAY FUNCTION TRIM(mb-texto TRAILING).
           MOVE RETURN-CODE TO retorno-guardado.
           CALL "grabaBitacora" USING mensaje-bitacora-ws
           END-CALL.
           MOVE retorno-guardado TO RETURN-CODE.
           MOVE SPACES TO mb-texto.

       END PROGRAM extraeInterfaz.
