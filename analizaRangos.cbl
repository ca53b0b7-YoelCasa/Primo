      *     con el resultado del paso en RETURN-CODE; no encontrar
      *     RANGOS.DAT o no poder abrir RANGOANL.DAT dejan ahora
      *     RETURN-CODE 8 como los demas errores.
      *   - Los mensajes que antes salian solo por consola (errores,
      *     avisos y el resumen del paso) se graban ademas en la
      *     bitacora permanente BITACORA.DAT por CALL a grabaBitacora,
      *     con codigo de mensaje y severidad; la corrida y el paso
      *     los completa la bitacora con el contexto que fija
      *     esPrimoJob.
      *   - EMITIR-MENSAJE guarda y repone el RETURN-CODE alrededor
      *     del CALL a grabaBitacora: el CALL lo dejaba en cero y el
      *     job no veia el error del paso.
      *   - Dominio de dieciocho cifras: el primo se toma de la
      *     columna amplia que RANGOS trae al final del registro (la
      *     de once posiciones para la historia anterior); primos,
      *     brechas, bloques y columnas del reporte se ampliaron a
      *     tono.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  RANGOS
           RECORDING MODE IS F.
       01  linea-rango                 PIC X(40).

       FD  ANALISIS
           RECORDING MODE IS F.
           05  rg-primo                pic X(11).
           05  filler                  pic X(02).
           05  rg-corrida              pic X(05).
           05  filler                  pic X(02).
           05  rg-primo-amplio         pic X(19).

       01  corrida-pedida-texto        pic X(05) value spaces.
       01  posicion-invalida           pic S9(04) comp value zero.
       01  corrida-seleccion           pic 9(5) value zero.
       01  corrida-registro            pic 9(5) value zero.

       01  primo-actual                pic 9(18) value zero.
       01  primo-anterior              pic 9(18) value zero.
       01  primer-primo                pic 9(18) value zero.
       01  brecha                      pic 9(18) value zero.
       01  hay-anterior-sw             pic X value "N".
           88  hay-anterior                value "S".

       01  total-primos                pic 9(7) value zero.
       01  total-gemelos               pic 9(7) value zero.
       01  brecha-mayor                pic 9(18) value zero.
       01  brecha-mayor-desde          pic 9(18) value zero.
       01  brecha-mayor-hasta          pic 9(18) value zero.

       01  bloque-actual               pic 9(15) value zero.
       01  bloque-nuevo                pic 9(15) value zero.
       01  primos-en-bloque            pic 9(4) value zero.
       01  hay-bloque-sw               pic X value "N".
           88  hay-bloque                  value "S".
       01  bloque-desde                pic 9(18) value zero.
       01  bloque-hasta                pic 9(18) value zero.

       01  ancho-intervalo             pic 9(18) value zero.
       01  densidad-global             pic 9(7)v99 value zero.

      * campos del reporte impreso

       01  linea-detalle.
           05  filler                  pic X(06) value "PRIMO ".
           05  ld-primo                pic Z(17)9.
           05  filler                  pic X(08) value "  BRECHA".
           05  ld-brecha               pic Z(6)9.
           05  filler                  pic X(02) value spaces.

       01  linea-densidad.
           05  filler                  pic X(09) value "DENSIDAD ".
           05  ld-desde                pic Z(17)9.
           05  filler                  pic X(03) value " A ".
           05  ld-hasta                pic Z(17)9.
           05  filler                  pic X(02) value ": ".
           05  ld-cantidad             pic Z(3)9.
           05  filler             pic X(17) value " PRIMOS POR MILLA".

       01  linea-resumen-ws.
           05  lr-etiqueta             pic X(26).
           05  lr-valor                pic Z(17)9.

       01  linea-brecha-mayor.
           05  filler                  pic X(13) value "MAYOR BRECHA ".
           05  lb-brecha               pic Z(6)9.
           05  filler                  pic X(07) value " ENTRE ".
           05  lb-desde                pic Z(17)9.
           05  filler                  pic X(03) value " Y ".
           05  lb-hasta                pic Z(17)9.

       01  linea-densidad-global.
           05  filler             pic X(26) value
           05  filler                  pic X(02) value ": ".
           05  lg-densidad             pic Z(6)9.99.

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20) value "analizaRangos".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESO-ANALISIS.
           PERFORM OBTENER-CORRIDA-PEDIDA.
           OPEN INPUT RANGOS.
           IF rangos-estado-archivo = "35"
               MOVE "ANL001" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ARCHIVO RANGOS.DAT NO ENCONTRADO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ELEGIR-CORRIDA.
           OPEN OUTPUT ANALISIS.
           IF analisis-estado-archivo NOT = "00"
               MOVE "ANL002" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR RANGOANL.DAT: "
                   analisis-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               MOVE FUNCTION TEST-NUMVAL(corrida-pedida-texto)
                   TO posicion-invalida
               IF posicion-invalida NOT = ZERO
                   MOVE "ANL003" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "CORRIDA NO NUMERICA: "
                       corrida-pedida-texto
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   CLOSE RANGOS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-IF.
           PERFORM LEER-REGISTRO-RANGO.

      * la historia anterior no trae la columna amplia
       PROCESAR-PRIMO.
           IF rg-primo-amplio = SPACES
               COMPUTE primo-actual = FUNCTION NUMVAL(rg-primo)
           ELSE
               COMPUTE primo-actual = FUNCTION NUMVAL(rg-primo-amplio)
           END-IF.
           ADD 1 TO total-primos.
           IF total-primos = 1
               MOVE primo-actual TO primer-primo
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

       END PROGRAM analizaRangos.
