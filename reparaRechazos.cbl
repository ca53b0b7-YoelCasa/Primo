      * descartados y pendientes, para que ningun rechazo se pierda
      * en silencio. Una entrada que no sea numero, "D" ni blanco se
      * avisa y el rechazo queda pendiente.
      *
      * Modificaciones:
      *   - La linea de RECHDISP.DAT lleva al final la corrida del
      *     rechazo original, para que conciliaCorridas devuelva cada
      *     rechazo reparado a la corrida que lo produjo. Las lineas
      *     grabadas antes quedan con la corrida en blanco.
      *   - Dominio de dieciocho cifras: RECHAZOS trae al final la
      *     columna amplia del valor, que es la que se muestra cuando
      *     viene llena; RECHDISP.DAT la agrega tambien al final de
      *     la linea y REPROCESO.DAT pasa a dieciocho posiciones (el
      *     modo lote sigue aceptando las de diez).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  RECHAZOS
           RECORDING MODE IS F.
       01  linea-rechazo               PIC X(70).

       FD  PENDIENTES
           RECORDING MODE IS F.
       01  linea-pendiente             PIC X(70).

       FD  REPROCESO
           RECORDING MODE IS F.
       01  registro-reproceso          PIC 9(18).

       FD  DISPOSICIONES
           RECORDING MODE IS F.
       01  linea-disposicion           PIC X(100).

       WORKING-STORAGE SECTION.
       01  rechazos-estado-archivo     pic XX value spaces.
           05  rch-motivo              pic X(20).
           05  filler                  pic X(02).
           05  rch-corrida             pic X(05).
           05  filler                  pic X(02).
           05  rch-valor-amplio        pic X(20).
       01  valor-rechazo               pic X(20) value spaces.

       01  respuesta-entrada           pic X(20) value spaces.
       01  razon-descarte              pic X(20) value spaces.
       01  posicion-invalida           pic S9(04) comp value zero.
       01  numero-corregido            pic 9(18) value zero.
       01  numero-maximo               pic 9(18)
                                       value 999999999999999999.
       01  correccion-valida-sw        pic X value "S".
           88  correccion-valida           value "S".

       01  total-corregidos            pic 9(5) value zero.
       01  total-descartados           pic 9(5) value zero.
           05  rd-disposicion          pic X(10).
           05  filler                  pic X(01) value space.
           05  rd-detalle              pic X(20).
           05  filler                  pic X(01) value space.
           05  rd-corrida              pic X(05).
           05  filler                  pic X(01) value space.
           05  rd-valor-amplio         pic X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   SET fin-rechazos TO TRUE
           END-READ.

      * un rechazo del diseno anterior no trae la columna amplia
       TRATAR-RECHAZO.
           IF rch-valor-amplio = SPACES
               MOVE rch-valor TO valor-rechazo
           ELSE
               MOVE rch-valor-amplio TO valor-rechazo
           END-IF.
           DISPLAY "RECHAZO: " valor-rechazo "  MOTIVO: " rch-motivo
               "  CORRIDA: " rch-corrida.
           DISPLAY "CORRECCION (NUMERO, D=DESCARTAR, "
               "ENTER=PENDIENTE): " WITH NO ADVANCING.
           ACCEPT razon-descarte.
           ADD 1 TO total-descartados.
           MOVE rch-valor TO rd-valor.
           MOVE valor-rechazo TO rd-valor-amplio.
           MOVE rch-motivo TO rd-motivo.
           MOVE rch-corrida TO rd-corrida.
           MOVE "DESCARTADO" TO rd-disposicion.
           MOVE razon-descarte TO rd-detalle.
           WRITE linea-disposicion FROM registro-disposicion.
                   ", EL RECHAZO QUEDA PENDIENTE"
               PERFORM DEJAR-PENDIENTE
           ELSE
               MOVE "S" TO correccion-valida-sw
               COMPUTE numero-corregido =
                   FUNCTION NUMVAL(respuesta-entrada)
                   ON SIZE ERROR
                       MOVE "N" TO correccion-valida-sw
               END-COMPUTE
               IF NOT correccion-valida
                   OR numero-corregido < 1
                   OR numero-corregido > numero-maximo
                   DISPLAY "CORRECCION FUERA DE RANGO: "
                       respuesta-entrada
                   MOVE numero-corregido TO registro-reproceso
                   WRITE registro-reproceso
                   MOVE rch-valor TO rd-valor
                   MOVE valor-rechazo TO rd-valor-amplio
                   MOVE rch-motivo TO rd-motivo
                   MOVE rch-corrida TO rd-corrida
                   MOVE "CORREGIDO" TO rd-disposicion
                   MOVE respuesta-entrada TO rd-detalle
                   WRITE linea-disposicion FROM registro-disposicion
