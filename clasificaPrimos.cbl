
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clasificaPrimos.
      *
      * Clasificacion de primos por familia. RANGOS.DAT y el maestro
      * VERIFICAD.DAT guardan millones de primos y la unica estructura
      * que se informaba era la de analizaRangos (brechas y gemelos).
      * Este programa marca cada primo con las familias que pide el
      * grupo de investigacion:
      *   - SOPHIE-GERMAIN: 2p+1 tambien es primo;
      *   - SEGURO: (p-1)/2 es primo;
      *   - MERSENNE: p es de la forma 2**k - 1;
      *   - PALINDROMO: p se lee igual al derecho y al reves;
      *   - EMIRP: p leido al reves es otro primo, distinto de p;
      *   - 4K+1 y 4K+3: resto de p dividido 4 (el 2 no es de
      *     ninguna de las dos).
      * Se pide por consola la corrida a clasificar: con corrida se
      * toman sus primos de RANGOS.DAT (columna amplia si la trae);
      * en blanco o cero se recorre el maestro VERIFICAD.DAT entero,
      * solo los registros con veredicto primo. Se pide ademas un
      * intervalo desde/hasta (desde en blanco = sin lista; hasta en
      * blanco = hasta el fin del dominio) cuyos primos se listan con
      * sus marcas.
      * La primalidad de los numeros relacionados (2p+1, (p-1)/2 y el
      * reverso) se resuelve como en VERIFICAR-NUMERO de esPrimoJob:
      * primero por clave en la propia clasificacion (todo lo que
      * figura alli es primo), luego en VERIFICAD.DAT, y recien si no
      * esta en ninguno por CALL a esPrimo. Como en el job, el
      * veredicto que calcula esPrimo se graba en VERIFICAD.DAT con
      * divisores, fecha y metodo (esPrimo ya dejo los factores del
      * compuesto en FACTMAST.DAT, y un factor sin veredicto lo
      * rechazaria conciliaCorridas); el maestro se crea vacio si no
      * existe. Al recorrer el maestro completo esos veredictos nuevos
      * entran al recorrido si su clave es mayor que la del primo en
      * curso, y si son primos se clasifican tambien.
      * Un numero relacionado fuera del dominio
      * admitido (2p+1 con p de dieciocho cifras) deja la marca en
      * "?" (no resuelta) y el paso termina con aviso.
      * Salidas:
      *   - CLASPRIM.DAT: maestro indexado por primo, con una marca
      *     por familia (S/N/?), la corrida y la fecha de la ultima
      *     clasificacion (corrida 0 = desde el maestro completo);
      *   - FAMPRIM.DAT: reporte con los primos del intervalo pedido
      *     y sus marcas, el resumen por familia de esta clasificacion
      *     (cantidad, primer y ultimo miembro, marcas no resueltas) y
      *     las cantidades por familia de cada corrida de RANGOS.DAT:
      *     se recorre RANGOS entero y cada primo toma sus marcas de
      *     CLASPRIM.DAT por clave, asi un primo listado por varias
      *     corridas cuenta en todas. Los primos todavia sin
      *     clasificar no cuentan; un primo repetido dentro de una
      *     corrida (rango reanudado) cuenta una sola vez, tomando
      *     como repetido el que no supera al ultimo contado, ya que
      *     cada corrida graba su rango en orden ascendente (en la
      *     corrida 0 de los registros viejos, que junta rangos
      *     distintos, solo el igual al anterior);
      *   - EXTFAM.DAT: los mismos datos separados por ";" al estilo
      *     de EXTRACTO.DAT: cabecera H (fecha, corrida, desde,
      *     hasta), un D por primo del intervalo con sus siete marcas,
      *     un F por familia (cantidad, primero, ultimo, no
      *     resueltas), un C por corrida (primos y cantidad por
      *     familia) y el pie T con la cantidad de registros D y la
      *     suma de control de sus primos.
      * RETURN-CODE 8 ante errores de parametros o de archivos; 4 si
      * quedaron marcas sin resolver o la corrida no tenia primos.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGOS ASSIGN TO "RANGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rangos-estado-archivo.

           SELECT VERIFICADOS ASSIGN TO "VERIFICAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS verificado-numero
               FILE STATUS IS verificados-estado-archivo.

           SELECT CLASIFICACION ASSIGN TO "CLASPRIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS clase-primo
               FILE STATUS IS clase-estado-archivo.

           SELECT REPORTE-FAMILIAS ASSIGN TO "FAMPRIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporte-estado-archivo.

           SELECT EXTRACTO-FAMILIAS ASSIGN TO "EXTFAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extracto-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGOS
           RECORDING MODE IS F.
       01  linea-rango                 PIC X(40).

       FD  VERIFICADOS.
       01  registro-verificado.
           05  verificado-numero       PIC S9(18).
           05  verificado-veredicto    PIC X(01).
               88  verificado-primo        VALUE "S".
           05  verificado-divisores    PIC 9(5).
           05  verificado-fecha        PIC 9(6).
           05  verificado-metodo       PIC X(01).

       FD  CLASIFICACION.
       01  registro-clasificacion.
           05  clase-primo             PIC S9(18).
           05  clase-marcas.
               10  clase-sophie-germain PIC X(01).
               10  clase-seguro        PIC X(01).
               10  clase-mersenne      PIC X(01).
               10  clase-palindromo    PIC X(01).
               10  clase-emirp         PIC X(01).
               10  clase-forma-4k1     PIC X(01).
               10  clase-forma-4k3     PIC X(01).
           05  clase-marca-tabla REDEFINES clase-marcas.
               10  clase-marca         PIC X(01) OCCURS 7 TIMES.
           05  clase-corrida           PIC 9(5).
           05  clase-fecha             PIC 9(6).

       FD  REPORTE-FAMILIAS
           RECORDING MODE IS F.
       01  linea-reporte               PIC X(100).

       FD  EXTRACTO-FAMILIAS
           RECORDING MODE IS F.
       01  linea-extracto              PIC X(200).

       WORKING-STORAGE SECTION.
       01  rangos-estado-archivo       pic XX value spaces.
       01  verificados-estado-archivo  pic XX value spaces.
       01  clase-estado-archivo        pic XX value spaces.
       01  reporte-estado-archivo      pic XX value spaces.
       01  extracto-estado-archivo     pic XX value spaces.
       01  fin-rangos-sw               pic X value "N".
           88  fin-rangos                  value "S".
       01  fin-maestro-sw              pic X value "N".
           88  fin-maestro                 value "S".
       01  fin-clasificacion-sw        pic X value "N".
           88  fin-clasificacion           value "S".
       01  primo-hallado-sw            pic X value "N".
           88  primo-hallado               value "S".
       01  maestro-completo-sw         pic X value "N".
           88  maestro-completo            value "S".
       01  hay-intervalo-sw            pic X value "N".
           88  hay-intervalo               value "S".
       01  hay-anterior-sw             pic X value "N".
           88  hay-anterior                value "S".
       01  clase-nueva-sw              pic X value "N".
           88  clase-nueva                 value "S".

       01  registro-rango-ws.
           05  rg-primo                pic X(11).
           05  filler                  pic X(02).
           05  rg-corrida              pic X(05).
           05  filler                  pic X(02).
           05  rg-primo-amplio         pic X(19).

       01  corrida-pedida-texto        pic X(05) value spaces.
       01  corrida-seleccion           pic 9(5) value zero.
       01  corrida-registro            pic 9(5) value zero.
       01  desde-texto                 pic X(19) value spaces.
       01  hasta-texto                 pic X(19) value spaces.
       01  intervalo-desde             pic 9(18) value zero.
       01  intervalo-hasta             pic 9(18) value zero.
       01  posicion-invalida           pic S9(04) comp value zero.
       01  limite-dominio              pic 9(18)
                                       value 999999999999999999.

       01  primo-actual                pic 9(18) value zero.
       01  primo-anterior              pic 9(18) value zero.
       01  clave-recorrido             pic S9(18) value zero.

      * marcas del primo en curso, en el orden de clase-marcas
       01  marcas-primo.
           05  marca-sophie-germain    pic X(01).
           05  marca-seguro            pic X(01).
           05  marca-mersenne          pic X(01).
           05  marca-palindromo        pic X(01).
           05  marca-emirp             pic X(01).
           05  marca-forma-4k1         pic X(01).
           05  marca-forma-4k3         pic X(01).
       01  marcas-primo-tabla REDEFINES marcas-primo.
           05  marca-familia           pic X(01) OCCURS 7 TIMES.

      * consulta de primalidad de un numero relacionado
       01  numero-relacionado          pic 9(19) value zero.
       01  resultado-consulta          pic X(01) value space.
       01  numero-esprimo              pic S9(18) value zero.
       01  es-primo-ws                 pic X(01) value space.
       01  contador-ws                 pic 9(5) value zero.
       01  codigo-retorno-ws           pic S9(04) comp value zero.
       01  metodo-ws                   pic X(01) value space.

       01  potencia-mersenne           pic 9(19) value zero.
       01  cociente-mersenne           pic 9(19) value zero.
       01  resto-mersenne              pic 9 value zero.
       01  numero-invertido            pic 9(18) value zero.
       01  digitos-pendientes          pic 9(18) value zero.
       01  cociente-digitos            pic 9(18) value zero.
       01  digito-tomado               pic 9 value zero.
       01  cociente-forma              pic 9(18) value zero.
       01  resto-forma                 pic 9 value zero.

       01  nombres-familia-valores.
           05  filler             pic X(14) value "SOPHIE-GERMAIN".
           05  filler                  pic X(14) value "SEGURO".
           05  filler                  pic X(14) value "MERSENNE".
           05  filler                  pic X(14) value "PALINDROMO".
           05  filler                  pic X(14) value "EMIRP".
           05  filler                  pic X(14) value "4K+1".
           05  filler                  pic X(14) value "4K+3".
       01  nombres-familia REDEFINES nombres-familia-valores.
           05  nombre-familia          pic X(14) OCCURS 7 TIMES.
       01  cantidad-familias           pic 9(2) comp value 7.
       01  indice-familia              pic 9(2) comp value zero.

      * resumen por familia de esta clasificacion
       01  resumen-familias.
           05  resumen-familia OCCURS 7 TIMES.
               10  fam-cantidad        pic 9(9).
               10  fam-primero         pic 9(18).
               10  fam-ultimo          pic 9(18).
               10  fam-no-resueltos    pic 9(9).

      * cantidades por familia de cada corrida de RANGOS.DAT, en
      * orden de corrida, con el ultimo primo contado para saltar los
      * repetidos; lo que no cabe va a OTRAS
       01  cantidad-corridas           pic 9(3) value zero.
       01  maximo-corridas             pic 9(3) value 100.
       01  indice-corrida              pic 9(3) comp value zero.
       01  posicion-corrida            pic 9(3) comp value zero.
       01  indice-hallado              pic 9(3) comp value zero.
       01  tabla-corridas.
           05  entrada-corrida OCCURS 100 TIMES.
               10  tc-corrida          pic 9(5).
               10  tc-primos           pic 9(9).
               10  tc-ultimo-primo     pic 9(18).
               10  tc-cantidad         pic 9(9) OCCURS 7 TIMES.
       01  otras-corridas.
           05  oc-primos               pic 9(9).
           05  oc-cantidad             pic 9(9) OCCURS 7 TIMES.

       01  total-clasificados          pic 9(9) value zero.
       01  total-nuevos                pic 9(9) value zero.
       01  total-regrabados            pic 9(9) value zero.
       01  total-repetidos             pic 9(9) value zero.
       01  total-repetidos-corrida     pic 9(9) value zero.
       01  total-sin-clasificar        pic 9(9) value zero.
       01  primo-repetido-sw           pic X value "N".
           88  primo-repetido              value "S".
       01  total-en-intervalo          pic 9(9) value zero.
       01  total-errores-grabacion     pic 9(9) value zero.
       01  total-no-resueltos          pic 9(9) value zero.
       01  consultas-archivo           pic 9(9) value zero.
       01  consultas-esprimo           pic 9(9) value zero.
       01  total-veredictos-grabados   pic 9(9) value zero.

      * extracto delimitado
       01  total-detalle               pic 9(9) value zero.
       01  hash-numeros                pic 9(21) value zero.
       01  numero-editado              pic Z(17)9.
       01  numero-editado-2            pic Z(17)9.
       01  cantidad-editada            pic Z(8)9.
       01  cantidad-editada-2          pic Z(8)9.
       01  hash-editado                pic Z(20)9.
       01  corrida-editada             pic ZZZZ9.
       01  corrida-editada-texto       pic X(07) value spaces.
       01  puntero-linea               pic 9(3) comp value 1.

      * campos del reporte impreso
       01  fecha-reporte.
           05  fr-aa                   pic 99.
           05  fr-mm                   pic 99.
           05  fr-dd                   pic 99.
       01  pagina-reporte              pic 9(4) value 1.
       01  lineas-en-pagina            pic 9(3) value zero.
       01  lineas-por-pagina           pic 9(3) value 50.
       01  linea-salida                pic X(100) value spaces.
       01  corrida-encabezado          pic ZZZZ9.

       01  linea-encabezado.
           05  filler             pic X(12) value "CLASIFICACIO".
           05  filler             pic X(12) value "N DE PRIMOS ".
           05  filler             pic X(12) value "POR FAMILIA ".
           05  filler                  pic X(06) value "FECHA:".
           05  le-mm                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-dd                   pic 99.
           05  filler                  pic X(01) value "/".
           05  le-aa                   pic 99.
           05  filler                  pic X(08) value "  PAGINA".
           05  le-pagina               pic ZZZ9.
           05  filler                  pic X(02) value spaces.
           05  le-alcance              pic X(20).

       01  linea-titulo-miembros.
           05  filler             pic X(24) value
               "             PRIMO    SG".
           05  filler             pic X(18) value "   SEG   MER   PAL".
           05  filler             pic X(18) value "   EMI   4K1   4K3".

       01  linea-miembro.
           05  lm-primo                pic Z(17)9.
           05  lm-columna OCCURS 7 TIMES.
               10  lm-separador        pic X(05).
               10  lm-marca            pic X(01).

       01  linea-titulo-familias.
           05  filler             pic X(16) value "FAMILIA".
           05  filler             pic X(09) value " CANTIDAD".
           05  filler             pic X(20) value
               "             PRIMERO".
           05  filler             pic X(20) value
               "              ULTIMO".
           05  filler             pic X(14) value "  NO RESUELTAS".

       01  linea-familia.
           05  lf-nombre               pic X(14).
           05  filler                  pic X(02) value spaces.
           05  lf-cantidad             pic Z(8)9.
           05  filler                  pic X(02) value spaces.
           05  lf-primero              pic Z(17)9.
           05  filler                  pic X(02) value spaces.
           05  lf-ultimo               pic Z(17)9.
           05  filler                  pic X(02) value spaces.
           05  lf-no-resueltos         pic Z(11)9.

       01  linea-titulo-corridas.
           05  filler             pic X(16) value "CORRIDA   PRIMOS".
           05  filler             pic X(18) value "       SG      SEG".
           05  filler             pic X(18) value "      MER      PAL".
           05  filler             pic X(18) value "      EMI      4K1".
           05  filler             pic X(09) value "      4K3".

       01  linea-corrida.
           05  lc-corrida              pic X(07).
           05  lc-primos               pic Z(8)9.
           05  lc-columna OCCURS 7 TIMES.
               10  lc-separador        pic X(01).
               10  lc-cantidad         pic Z(7)9.

       01  linea-resumen-ws.
           05  lr-etiqueta             pic X(40).
           05  lr-valor                pic Z(17)9.

      * bitacora permanente de mensajes (grabaBitacora)
       01  mensaje-bitacora-ws.
           05  mb-funcion              pic X(01) value "M".
           05  mb-corrida              pic 9(5) value zero.
           05  mb-paso                 pic 9(3) value zero.
           05  mb-programa             pic X(20)
               value "clasificaPrimos".
           05  mb-codigo               pic X(08) value spaces.
           05  mb-severidad            pic X(01) value "I".
           05  mb-texto                pic X(100) value spaces.
       01  retorno-guardado            pic S9(9) comp value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROCESO-CLASIFICACION.
           GOBACK.

       PROCESO-CLASIFICACION.
           ACCEPT fecha-reporte FROM DATE.
           PERFORM OBTENER-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ESCRIBIR-CABECERA-EXTRACTO.
           PERFORM INICIAR-LISTA-MIEMBROS.
           INITIALIZE resumen-familias.
           IF maestro-completo
               PERFORM RECORRER-MAESTRO
           ELSE
               PERFORM RECORRER-RANGOS
           END-IF.
           IF hay-intervalo AND total-en-intervalo = ZERO
               MOVE "NINGUN PRIMO CLASIFICADO EN EL INTERVALO"
                   TO linea-salida
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.
           PERFORM ESCRIBIR-RESUMEN-FAMILIAS.
           PERFORM ACUMULAR-CORRIDAS.
           PERFORM ESCRIBIR-TABLA-CORRIDAS.
           PERFORM ESCRIBIR-PIE-EXTRACTO.
           CLOSE VERIFICADOS.
           CLOSE CLASIFICACION.
           CLOSE REPORTE-FAMILIAS.
           CLOSE EXTRACTO-FAMILIAS.
           CANCEL "esPrimo".
           PERFORM INFORMAR-RESULTADO.

      * corrida en blanco o cero = maestro completo; el intervalo
      * solo decide que primos se listan, no cuales se clasifican
       OBTENER-PARAMETROS.
           DISPLAY "CORRIDA A CLASIFICAR (BLANCO=MAESTRO COMPLETO): "
               WITH NO ADVANCING.
           ACCEPT corrida-pedida-texto.
           IF corrida-pedida-texto = SPACES
               SET maestro-completo TO TRUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(corrida-pedida-texto)
                   TO posicion-invalida
               IF posicion-invalida NOT = ZERO
                   MOVE "CLS001" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "CORRIDA NO NUMERICA: "
                       corrida-pedida-texto
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE corrida-seleccion =
                   FUNCTION NUMVAL(corrida-pedida-texto)
               IF corrida-seleccion = ZERO
                   SET maestro-completo TO TRUE
               END-IF
           END-IF.
           DISPLAY "LISTAR DESDE (BLANCO=SIN LISTA): "
               WITH NO ADVANCING.
           ACCEPT desde-texto.
           IF desde-texto NOT = SPACES
               DISPLAY "LISTAR HASTA (BLANCO=FIN DEL DOMINIO): "
                   WITH NO ADVANCING
               ACCEPT hasta-texto
               PERFORM VALIDAR-INTERVALO
           END-IF.

       VALIDAR-INTERVALO.
           MOVE FUNCTION TEST-NUMVAL(desde-texto)
               TO posicion-invalida.
           IF posicion-invalida = ZERO AND hasta-texto NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(hasta-texto)
                   TO posicion-invalida
           END-IF.
           IF posicion-invalida = ZERO
               COMPUTE intervalo-desde = FUNCTION NUMVAL(desde-texto)
                   ON SIZE ERROR
                       MOVE 1 TO posicion-invalida
               END-COMPUTE
           END-IF.
           IF posicion-invalida = ZERO
               IF hasta-texto = SPACES
                   MOVE limite-dominio TO intervalo-hasta
               ELSE
                   COMPUTE intervalo-hasta =
                       FUNCTION NUMVAL(hasta-texto)
                       ON SIZE ERROR
                           MOVE 1 TO posicion-invalida
                   END-COMPUTE
               END-IF
           END-IF.
           IF posicion-invalida NOT = ZERO
               MOVE "CLS002" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "INTERVALO NO NUMERICO O FUERA DE RANGO: "
                   FUNCTION TRIM(desde-texto) " - "
                   FUNCTION TRIM(hasta-texto)
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF intervalo-hasta < intervalo-desde
               MOVE "CLS003" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "INTERVALO INVERTIDO: HASTA MENOR QUE DESDE"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET hay-intervalo TO TRUE.

       ABRIR-ARCHIVOS.
           IF NOT maestro-completo
               OPEN INPUT RANGOS
               IF rangos-estado-archivo = "35"
                   MOVE "CLS004" TO mb-codigo
                   MOVE "E" TO mb-severidad
                   STRING "ARCHIVO RANGOS.DAT NO ENCONTRADO"
                       DELIMITED BY SIZE INTO mb-texto
                   END-STRING
                   PERFORM EMITIR-MENSAJE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN I-O VERIFICADOS.
           IF verificados-estado-archivo = "35"
               OPEN OUTPUT VERIFICADOS
               CLOSE VERIFICADOS
               OPEN I-O VERIFICADOS
           END-IF.
           IF verificados-estado-archivo NOT = "00"
               MOVE "CLS005" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR VERIFICAD.DAT: "
                   verificados-estado-archivo
                   "; SI ES DEL DISENO ANTERIOR, "
                   "CONVIERTALO CON convierteDominio"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CLASIFICACION.
           IF clase-estado-archivo = "35"
               OPEN OUTPUT CLASIFICACION
               CLOSE CLASIFICACION
               OPEN I-O CLASIFICACION
           END-IF.
           IF clase-estado-archivo NOT = "00"
               MOVE "CLS007" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR CLASPRIM.DAT: "
                   clase-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-FAMILIAS.
           IF reporte-estado-archivo NOT = "00"
               MOVE "CLS008" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR FAMPRIM.DAT: "
                   reporte-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACTO-FAMILIAS.
           IF extracto-estado-archivo NOT = "00"
               MOVE "CLS009" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERROR AL ABRIR EXTFAM.DAT: "
                   extracto-estado-archivo
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * ---- recorrido de los primos a clasificar ----

       RECORRER-RANGOS.
           PERFORM LEER-REGISTRO-RANGO.
           PERFORM PROCESAR-REGISTRO-RANGO UNTIL fin-rangos.
           CLOSE RANGOS.

       LEER-REGISTRO-RANGO.
           READ RANGOS INTO registro-rango-ws
               AT END
                   SET fin-rangos TO TRUE
           END-READ.

      * los registros sin corrida (archivos viejos) cuentan como 0,
      * que aqui no se puede pedir: cero es el maestro completo
       PROCESAR-REGISTRO-RANGO.
           IF rg-corrida IS NUMERIC
               MOVE rg-corrida TO corrida-registro
           ELSE
               MOVE ZERO TO corrida-registro
           END-IF.
           IF corrida-registro = corrida-seleccion
               IF rg-primo-amplio = SPACES
                   COMPUTE primo-actual = FUNCTION NUMVAL(rg-primo)
               ELSE
                   COMPUTE primo-actual =
                       FUNCTION NUMVAL(rg-primo-amplio)
               END-IF
               PERFORM TOMAR-PRIMO
           END-IF.
           PERFORM LEER-REGISTRO-RANGO.

      * las consultas por clave mueven la posicion del maestro, asi
      * que cada primo se busca de nuevo a partir del anterior
       RECORRER-MAESTRO.
           MOVE ZERO TO clave-recorrido.
           PERFORM TOMAR-PRIMO-MAESTRO UNTIL fin-maestro.

       TOMAR-PRIMO-MAESTRO.
           MOVE clave-recorrido TO verificado-numero.
           START VERIFICADOS KEY GREATER THAN verificado-numero
               INVALID KEY
                   SET fin-maestro TO TRUE
           END-START.
           MOVE "N" TO primo-hallado-sw.
           PERFORM LEER-VERIFICADO-SIGUIENTE
               UNTIL fin-maestro OR primo-hallado.
           IF primo-hallado
               MOVE verificado-numero TO clave-recorrido
               MOVE verificado-numero TO primo-actual
               PERFORM TOMAR-PRIMO
           END-IF.

       LEER-VERIFICADO-SIGUIENTE.
           READ VERIFICADOS NEXT RECORD
               AT END
                   SET fin-maestro TO TRUE
               NOT AT END
                   IF verificado-primo
                       SET primo-hallado TO TRUE
                   END-IF
           END-READ.

      * un primo repetido (rango reanudado) se clasifica una sola vez
       TOMAR-PRIMO.
           IF hay-anterior AND primo-actual = primo-anterior
               ADD 1 TO total-repetidos
           ELSE
               PERFORM CLASIFICAR-PRIMO
               PERFORM GRABAR-CLASIFICACION
               PERFORM ACUMULAR-FAMILIAS
                   VARYING indice-familia FROM 1 BY 1
                   UNTIL indice-familia > cantidad-familias
               IF hay-intervalo
                   AND primo-actual NOT < intervalo-desde
                   AND primo-actual NOT > intervalo-hasta
                   PERFORM LISTAR-MIEMBRO
               END-IF
               ADD 1 TO total-clasificados
               MOVE primo-actual TO primo-anterior
               SET hay-anterior TO TRUE
           END-IF.

      * ---- marcas por familia ----

       CLASIFICAR-PRIMO.
           COMPUTE numero-relacionado = primo-actual * 2 + 1.
           PERFORM RESOLVER-PRIMALIDAD.
           MOVE resultado-consulta TO marca-sophie-germain.
           IF primo-actual = 2
               MOVE "N" TO marca-seguro
           ELSE
               COMPUTE numero-relacionado = (primo-actual - 1) / 2
               PERFORM RESOLVER-PRIMALIDAD
               MOVE resultado-consulta TO marca-seguro
           END-IF.
           PERFORM JUZGAR-MERSENNE.
           PERFORM INVERTIR-DIGITOS.
           IF numero-invertido = primo-actual
               MOVE "S" TO marca-palindromo
               MOVE "N" TO marca-emirp
           ELSE
               MOVE "N" TO marca-palindromo
               MOVE numero-invertido TO numero-relacionado
               PERFORM RESOLVER-PRIMALIDAD
               MOVE resultado-consulta TO marca-emirp
           END-IF.
           DIVIDE primo-actual BY 4 GIVING cociente-forma
               REMAINDER resto-forma.
           MOVE "N" TO marca-forma-4k1.
           MOVE "N" TO marca-forma-4k3.
           EVALUATE resto-forma
               WHEN 1
                   MOVE "S" TO marca-forma-4k1
               WHEN 3
                   MOVE "S" TO marca-forma-4k3
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * p + 1 tiene que ser potencia de dos
       JUZGAR-MERSENNE.
           COMPUTE potencia-mersenne = primo-actual + 1.
           MOVE ZERO TO resto-mersenne.
           PERFORM REDUCIR-POTENCIA-DOS
               UNTIL potencia-mersenne = 1 OR resto-mersenne NOT = ZERO.
           IF potencia-mersenne = 1
               MOVE "S" TO marca-mersenne
           ELSE
               MOVE "N" TO marca-mersenne
           END-IF.

       REDUCIR-POTENCIA-DOS.
           DIVIDE potencia-mersenne BY 2 GIVING cociente-mersenne
               REMAINDER resto-mersenne.
           IF resto-mersenne = ZERO
               MOVE cociente-mersenne TO potencia-mersenne
           END-IF.

       INVERTIR-DIGITOS.
           MOVE primo-actual TO digitos-pendientes.
           MOVE ZERO TO numero-invertido.
           PERFORM TOMAR-DIGITO UNTIL digitos-pendientes = ZERO.

       TOMAR-DIGITO.
           DIVIDE digitos-pendientes BY 10 GIVING cociente-digitos
               REMAINDER digito-tomado.
           COMPUTE numero-invertido = numero-invertido * 10
               + digito-tomado.
           MOVE cociente-digitos TO digitos-pendientes.

      * veredicto del numero relacionado: clasificacion, maestro y
      * recien entonces esPrimo; fuera del dominio queda "?"
       RESOLVER-PRIMALIDAD.
           MOVE SPACE TO resultado-consulta.
           EVALUATE TRUE
               WHEN numero-relacionado > limite-dominio
                   MOVE "?" TO resultado-consulta
               WHEN numero-relacionado < 2
                   MOVE "N" TO resultado-consulta
               WHEN OTHER
                   PERFORM CONSULTAR-ARCHIVOS
                   IF resultado-consulta = SPACE
                       PERFORM CALCULAR-PRIMALIDAD
                   ELSE
                       ADD 1 TO consultas-archivo
                   END-IF
           END-EVALUATE.

       CONSULTAR-ARCHIVOS.
           MOVE numero-relacionado TO clase-primo.
           READ CLASIFICACION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO resultado-consulta
           END-READ.
           IF resultado-consulta = SPACE
               MOVE numero-relacionado TO verificado-numero
               READ VERIFICADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF verificado-primo
                           MOVE "S" TO resultado-consulta
                       ELSE
                           MOVE "N" TO resultado-consulta
                       END-IF
               END-READ
           END-IF.

       CALCULAR-PRIMALIDAD.
           MOVE numero-relacionado TO numero-esprimo.
           CALL "esPrimo" USING numero-esprimo, es-primo-ws,
               contador-ws, codigo-retorno-ws, metodo-ws
           END-CALL.
           IF codigo-retorno-ws = ZERO
               MOVE es-primo-ws TO resultado-consulta
               ADD 1 TO consultas-esprimo
               PERFORM GRABAR-VERIFICADO
           ELSE
               MOVE "?" TO resultado-consulta
           END-IF.

       GRABAR-VERIFICADO.
           MOVE numero-esprimo TO verificado-numero.
           MOVE es-primo-ws TO verificado-veredicto.
           MOVE contador-ws TO verificado-divisores.
           MOVE fecha-reporte TO verificado-fecha.
           MOVE metodo-ws TO verificado-metodo.
           WRITE registro-verificado
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO total-veredictos-grabados
           END-WRITE.

      * ---- maestro de clasificacion ----

       GRABAR-CLASIFICACION.
           MOVE "N" TO clase-nueva-sw.
           MOVE primo-actual TO clase-primo.
           READ CLASIFICACION
               INVALID KEY
                   SET clase-nueva TO TRUE
           END-READ.
           MOVE primo-actual TO clase-primo.
           MOVE corrida-seleccion TO clase-corrida.
           MOVE marcas-primo TO clase-marcas.
           MOVE fecha-reporte TO clase-fecha.
           IF clase-nueva
               WRITE registro-clasificacion
                   INVALID KEY
                       ADD 1 TO total-errores-grabacion
                   NOT INVALID KEY
                       ADD 1 TO total-nuevos
               END-WRITE
           ELSE
               REWRITE registro-clasificacion
                   INVALID KEY
                       ADD 1 TO total-errores-grabacion
                   NOT INVALID KEY
                       ADD 1 TO total-regrabados
               END-REWRITE
           END-IF.

       ACUMULAR-FAMILIAS.
           EVALUATE marca-familia(indice-familia)
               WHEN "S"
                   ADD 1 TO fam-cantidad(indice-familia)
                   IF fam-cantidad(indice-familia) = 1
                       OR primo-actual < fam-primero(indice-familia)
                       MOVE primo-actual TO fam-primero(indice-familia)
                   END-IF
                   IF primo-actual > fam-ultimo(indice-familia)
                       MOVE primo-actual TO fam-ultimo(indice-familia)
                   END-IF
               WHEN "?"
                   ADD 1 TO fam-no-resueltos(indice-familia)
                   ADD 1 TO total-no-resueltos
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * ---- lista de miembros del intervalo ----

       INICIAR-LISTA-MIEMBROS.
           IF hay-intervalo
               MOVE intervalo-desde TO numero-editado
               MOVE intervalo-hasta TO numero-editado-2
               MOVE SPACES TO linea-salida
               STRING "PRIMOS CLASIFICADOS ENTRE "
                   FUNCTION TRIM(numero-editado) " Y "
                   FUNCTION TRIM(numero-editado-2)
                   DELIMITED BY SIZE INTO linea-salida
               END-STRING
               PERFORM ESCRIBIR-LINEA-REPORTE
               MOVE SPACES TO linea-salida
               STRING "(S = PERTENECE  N = NO PERTENECE  ? = NUMERO "
                   "RELACIONADO FUERA DE DOMINIO)"
                   DELIMITED BY SIZE INTO linea-salida
               END-STRING
               PERFORM ESCRIBIR-LINEA-REPORTE
               MOVE linea-titulo-miembros TO linea-salida
               PERFORM ESCRIBIR-LINEA-REPORTE
           ELSE
               MOVE "SIN INTERVALO PEDIDO: NO SE LISTAN MIEMBROS"
                   TO linea-salida
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

       LISTAR-MIEMBRO.
           MOVE SPACES TO linea-miembro.
           MOVE primo-actual TO lm-primo.
           PERFORM ARMAR-COLUMNA-MIEMBRO
               VARYING indice-familia FROM 1 BY 1
               UNTIL indice-familia > cantidad-familias.
           MOVE linea-miembro TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM ESCRIBIR-DETALLE-EXTRACTO.
           ADD 1 TO total-en-intervalo.

       ARMAR-COLUMNA-MIEMBRO.
           MOVE marca-familia(indice-familia)
               TO lm-marca(indice-familia).

      * ---- resumen por familia de esta clasificacion ----

       ESCRIBIR-RESUMEN-FAMILIAS.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE "RESUMEN POR FAMILIA" TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE linea-titulo-familias TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-FAMILIA
               VARYING indice-familia FROM 1 BY 1
               UNTIL indice-familia > cantidad-familias.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE "PRIMOS CLASIFICADOS" TO lr-etiqueta.
           MOVE total-clasificados TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  ALTAS EN CLASPRIM.DAT" TO lr-etiqueta.
           MOVE total-nuevos TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  REGRABADOS EN CLASPRIM.DAT" TO lr-etiqueta.
           MOVE total-regrabados TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "PRIMOS REPETIDOS OMITIDOS" TO lr-etiqueta.
           MOVE total-repetidos TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "PRIMOS LISTADOS DEL INTERVALO" TO lr-etiqueta.
           MOVE total-en-intervalo TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "CONSULTAS RESUELTAS POR ARCHIVO" TO lr-etiqueta.
           MOVE consultas-archivo TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "CONSULTAS CALCULADAS POR esPrimo" TO lr-etiqueta.
           MOVE consultas-esprimo TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  VEREDICTOS GRABADOS EN VERIFICAD.DAT" TO lr-etiqueta.
           MOVE total-veredictos-grabados TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "MARCAS NO RESUELTAS" TO lr-etiqueta.
           MOVE total-no-resueltos TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.

       ESCRIBIR-LINEA-FAMILIA.
           MOVE nombre-familia(indice-familia) TO lf-nombre.
           MOVE fam-cantidad(indice-familia) TO lf-cantidad.
           MOVE fam-primero(indice-familia) TO lf-primero.
           MOVE fam-ultimo(indice-familia) TO lf-ultimo.
           MOVE fam-no-resueltos(indice-familia) TO lf-no-resueltos.
           MOVE linea-familia TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM ESCRIBIR-FAMILIA-EXTRACTO.

       ESCRIBIR-LINEA-RESUMEN.
           MOVE linea-resumen-ws TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.

      * ---- cantidades por familia y corrida de RANGOS.DAT ----

       ACUMULAR-CORRIDAS.
           INITIALIZE tabla-corridas.
           INITIALIZE otras-corridas.
           MOVE "N" TO fin-rangos-sw.
           OPEN INPUT RANGOS.
           IF rangos-estado-archivo = "00"
               PERFORM LEER-REGISTRO-RANGO
               PERFORM CONTAR-REGISTRO-RANGO UNTIL fin-rangos
               CLOSE RANGOS
           ELSE
               MOVE "CLS015" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "RANGOS.DAT NO DISPONIBLE ("
                   rangos-estado-archivo
                   "): SIN CANTIDADES POR CORRIDA"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.
           IF oc-primos > ZERO
               MOVE "CLS010" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "MAS DE " maximo-corridas
                   " CORRIDAS EN RANGOS.DAT: LAS RESTANTES SE "
                   "SUMAN EN OTRAS"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
           END-IF.

       CONTAR-REGISTRO-RANGO.
           IF rg-corrida IS NUMERIC
               MOVE rg-corrida TO corrida-registro
           ELSE
               MOVE ZERO TO corrida-registro
           END-IF.
           IF rg-primo-amplio = SPACES
               COMPUTE primo-actual = FUNCTION NUMVAL(rg-primo)
           ELSE
               COMPUTE primo-actual = FUNCTION NUMVAL(rg-primo-amplio)
           END-IF.
           MOVE primo-actual TO clase-primo.
           READ CLASIFICACION
               INVALID KEY
                   ADD 1 TO total-sin-clasificar
               NOT INVALID KEY
                   PERFORM CONTAR-CLASIFICACION
           END-READ.
           PERFORM LEER-REGISTRO-RANGO.

       CONTAR-CLASIFICACION.
           PERFORM BUSCAR-CORRIDA-TABLA.
           IF indice-hallado = ZERO
               IF cantidad-corridas < maximo-corridas
                   PERFORM INSERTAR-CORRIDA-TABLA
               END-IF
           END-IF.
           MOVE "N" TO primo-repetido-sw.
           IF indice-hallado > ZERO
               IF tc-primos(indice-hallado) > ZERO
                   IF primo-actual = tc-ultimo-primo(indice-hallado)
                       OR (corrida-registro > ZERO AND primo-actual
                           < tc-ultimo-primo(indice-hallado))
                       SET primo-repetido TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF primo-repetido
               ADD 1 TO total-repetidos-corrida
           ELSE
               IF indice-hallado = ZERO
                   ADD 1 TO oc-primos
               ELSE
                   ADD 1 TO tc-primos(indice-hallado)
                   IF primo-actual > tc-ultimo-primo(indice-hallado)
                       MOVE primo-actual
                           TO tc-ultimo-primo(indice-hallado)
                   END-IF
               END-IF
               PERFORM CONTAR-MARCA-CORRIDA
                   VARYING indice-familia FROM 1 BY 1
                   UNTIL indice-familia > cantidad-familias
           END-IF.

       CONTAR-MARCA-CORRIDA.
           IF clase-marca(indice-familia) = "S"
               IF indice-hallado = ZERO
                   ADD 1 TO oc-cantidad(indice-familia)
               ELSE
                   ADD 1 TO tc-cantidad(indice-hallado, indice-familia)
               END-IF
           END-IF.

       BUSCAR-CORRIDA-TABLA.
           MOVE ZERO TO indice-hallado.
           IF cantidad-corridas > ZERO
               PERFORM COMPARAR-CORRIDA-TABLA
                   VARYING indice-corrida FROM 1 BY 1
                   UNTIL indice-corrida > cantidad-corridas
                       OR indice-hallado > ZERO
           END-IF.

       COMPARAR-CORRIDA-TABLA.
           IF tc-corrida(indice-corrida) = corrida-registro
               MOVE indice-corrida TO indice-hallado
           END-IF.

      * la tabla se mantiene en orden de corrida: se busca el lugar y
      * se corren una posicion las entradas mayores
       INSERTAR-CORRIDA-TABLA.
           MOVE ZERO TO posicion-corrida.
           PERFORM UBICAR-CORRIDA-TABLA
               VARYING indice-corrida FROM 1 BY 1
               UNTIL indice-corrida > cantidad-corridas
                   OR posicion-corrida > ZERO.
           IF posicion-corrida = ZERO
               COMPUTE posicion-corrida = cantidad-corridas + 1
           END-IF.
           PERFORM CORRER-ENTRADA-CORRIDA
               VARYING indice-corrida FROM cantidad-corridas BY -1
               UNTIL indice-corrida < posicion-corrida.
           ADD 1 TO cantidad-corridas.
           INITIALIZE entrada-corrida(posicion-corrida).
           MOVE corrida-registro TO tc-corrida(posicion-corrida).
           MOVE posicion-corrida TO indice-hallado.

       UBICAR-CORRIDA-TABLA.
           IF tc-corrida(indice-corrida) > corrida-registro
               MOVE indice-corrida TO posicion-corrida
           END-IF.

       CORRER-ENTRADA-CORRIDA.
           MOVE entrada-corrida(indice-corrida)
               TO entrada-corrida(indice-corrida + 1).

       ESCRIBIR-TABLA-CORRIDAS.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE "CANTIDADES POR FAMILIA Y CORRIDA (RANGOS.DAT)"
               TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE linea-titulo-corridas TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA-CORRIDA
               VARYING indice-corrida FROM 1 BY 1
               UNTIL indice-corrida > cantidad-corridas.
           IF oc-primos > ZERO
               MOVE SPACES TO linea-corrida
               MOVE "OTRAS" TO lc-corrida
               MOVE oc-primos TO lc-primos
               PERFORM ARMAR-COLUMNA-OTRAS
                   VARYING indice-familia FROM 1 BY 1
                   UNTIL indice-familia > cantidad-familias
               MOVE linea-corrida TO linea-salida
               PERFORM ESCRIBIR-LINEA-REPORTE
               MOVE "OTRAS" TO corrida-editada-texto
               MOVE oc-primos TO cantidad-editada
               PERFORM ESCRIBIR-CORRIDA-EXTRACTO
           END-IF.
           MOVE SPACES TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE "PRIMOS DE RANGOS.DAT SIN CLASIFICAR" TO lr-etiqueta.
           MOVE total-sin-clasificar TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "REPETIDOS DENTRO DE UNA CORRIDA" TO lr-etiqueta.
           MOVE total-repetidos-corrida TO lr-valor.
           PERFORM ESCRIBIR-LINEA-RESUMEN.

       ESCRIBIR-LINEA-CORRIDA.
           MOVE SPACES TO linea-corrida.
           MOVE tc-corrida(indice-corrida) TO corrida-editada.
           MOVE corrida-editada TO lc-corrida.
           MOVE tc-primos(indice-corrida) TO lc-primos.
           PERFORM ARMAR-COLUMNA-CORRIDA
               VARYING indice-familia FROM 1 BY 1
               UNTIL indice-familia > cantidad-familias.
           MOVE FUNCTION TRIM(corrida-editada)
               TO corrida-editada-texto.
           MOVE linea-corrida TO linea-salida.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE tc-primos(indice-corrida) TO cantidad-editada.
           PERFORM ESCRIBIR-CORRIDA-EXTRACTO.

       ARMAR-COLUMNA-CORRIDA.
           MOVE tc-cantidad(indice-corrida, indice-familia)
               TO lc-cantidad(indice-familia).

       ARMAR-COLUMNA-OTRAS.
           MOVE oc-cantidad(indice-familia)
               TO lc-cantidad(indice-familia).

      * ---- extracto delimitado EXTFAM.DAT ----

       ESCRIBIR-CABECERA-EXTRACTO.
           MOVE corrida-seleccion TO corrida-editada.
           MOVE SPACES TO linea-extracto.
           MOVE 1 TO puntero-linea.
           STRING "H;" fr-aa fr-mm fr-dd ";"
               FUNCTION TRIM(corrida-editada) ";"
               DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER puntero-linea
           END-STRING.
           IF hay-intervalo
               MOVE intervalo-desde TO numero-editado
               MOVE intervalo-hasta TO numero-editado-2
               STRING FUNCTION TRIM(numero-editado) ";"
                   FUNCTION TRIM(numero-editado-2)
                   DELIMITED BY SIZE
                   INTO linea-extracto
                   WITH POINTER puntero-linea
               END-STRING
           ELSE
               STRING ";" DELIMITED BY SIZE
                   INTO linea-extracto
                   WITH POINTER puntero-linea
               END-STRING
           END-IF.
           WRITE linea-extracto.

       ESCRIBIR-DETALLE-EXTRACTO.
           MOVE primo-actual TO numero-editado.
           MOVE SPACES TO linea-extracto.
           MOVE 1 TO puntero-linea.
           STRING "D;" FUNCTION TRIM(numero-editado)
               DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER puntero-linea
           END-STRING.
           PERFORM AGREGAR-MARCA-EXTRACTO
               VARYING indice-familia FROM 1 BY 1
               UNTIL indice-familia > cantidad-familias.
           WRITE linea-extracto.
           ADD 1 TO total-detalle.
           ADD primo-actual TO hash-numeros.

       AGREGAR-MARCA-EXTRACTO.
           STRING ";" marca-familia(indice-familia)
               DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER puntero-linea
           END-STRING.

       ESCRIBIR-FAMILIA-EXTRACTO.
           MOVE fam-cantidad(indice-familia) TO cantidad-editada.
           MOVE fam-no-resueltos(indice-familia) TO cantidad-editada-2.
           MOVE fam-primero(indice-familia) TO numero-editado.
           MOVE fam-ultimo(indice-familia) TO numero-editado-2.
           MOVE SPACES TO linea-extracto.
           MOVE 1 TO puntero-linea.
           STRING "F;" FUNCTION TRIM(nombre-familia(indice-familia))
               ";" FUNCTION TRIM(cantidad-editada)
               ";" FUNCTION TRIM(numero-editado)
               ";" FUNCTION TRIM(numero-editado-2)
               ";" FUNCTION TRIM(cantidad-editada-2)
               DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER puntero-linea
           END-STRING.
           WRITE linea-extracto.

      * la corrida llega ya editada en corrida-editada-texto y los
      * primos en cantidad-editada; las cantidades por familia se
      * toman de la linea del reporte recien armada
       ESCRIBIR-CORRIDA-EXTRACTO.
           MOVE SPACES TO linea-extracto.
           MOVE 1 TO puntero-linea.
           STRING "C;" FUNCTION TRIM(corrida-editada-texto)
               ";" FUNCTION TRIM(cantidad-editada)
               DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER puntero-linea
           END-STRING.
           PERFORM AGREGAR-CANTIDAD-EXTRACTO
               VARYING indice-familia FROM 1 BY 1
               UNTIL indice-familia > cantidad-familias.
           WRITE linea-extracto.

       AGREGAR-CANTIDAD-EXTRACTO.
           STRING ";" FUNCTION TRIM(lc-cantidad(indice-familia))
               DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER puntero-linea
           END-STRING.

       ESCRIBIR-PIE-EXTRACTO.
           MOVE total-detalle TO cantidad-editada.
           MOVE hash-numeros TO hash-editado.
           MOVE SPACES TO linea-extracto.
           MOVE 1 TO puntero-linea.
           STRING "T;" FUNCTION TRIM(cantidad-editada) ";"
               FUNCTION TRIM(hash-editado)
               DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER puntero-linea
           END-STRING.
           WRITE linea-extracto.

      * ---- resultado del paso ----

       INFORMAR-RESULTADO.
           IF total-errores-grabacion > ZERO
               MOVE "CLS011" TO mb-codigo
               MOVE "E" TO mb-severidad
               STRING "ERRORES AL GRABAR CLASPRIM.DAT: "
                   total-errores-grabacion
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT maestro-completo AND total-clasificados = ZERO
               MOVE "CLS012" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING "LA CORRIDA " corrida-seleccion
                   " NO TIENE PRIMOS EN RANGOS.DAT"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF total-no-resueltos > ZERO
               MOVE "CLS013" TO mb-codigo
               MOVE "W" TO mb-severidad
               STRING total-no-resueltos
                   " MARCAS NO RESUELTAS: NUMERO RELACIONADO FUERA "
                   "DEL DOMINIO"
                   DELIMITED BY SIZE INTO mb-texto
               END-STRING
               PERFORM EMITIR-MENSAJE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE "CLS014" TO mb-codigo.
           MOVE "I" TO mb-severidad.
           STRING "CLASIFICADOS " total-clasificados
               " PRIMOS (ALTAS " total-nuevos ", REGRABADOS "
               total-regrabados ") EN CLASPRIM.DAT"
               DELIMITED BY SIZE INTO mb-texto
           END-STRING.
           PERFORM EMITIR-MENSAJE.

      * ---- reporte impreso ----

       ESCRIBIR-LINEA-REPORTE.
           PERFORM CONTROLAR-SALTO-PAGINA.
           WRITE linea-reporte FROM linea-salida.
           ADD 1 TO lineas-en-pagina.
           MOVE SPACES TO linea-salida.

       ESCRIBIR-ENCABEZADO.
           MOVE fr-mm TO le-mm.
           MOVE fr-dd TO le-dd.
           MOVE fr-aa TO le-aa.
           MOVE pagina-reporte TO le-pagina.
           MOVE SPACES TO le-alcance.
           IF maestro-completo
               MOVE "MAESTRO COMPLETO" TO le-alcance
           ELSE
               MOVE corrida-seleccion TO corrida-encabezado
               STRING "CORRIDA " FUNCTION TRIM(corrida-encabezado)
                   DELIMITED BY SIZE INTO le-alcance
               END-STRING
           END-IF.
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

       END PROGRAM clasificaPrimos.
