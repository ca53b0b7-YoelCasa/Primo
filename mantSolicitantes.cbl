
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mantSolicitantes.
      *
      * Mantenimiento en linea del maestro de solicitantes
      * SOLICITA.DAT, la lista de grupos usuarios autorizados a dejar
      * pedidos en SOLICITUD.DAT. Cada solicitante lleva codigo (la
      * clave, los mismos 5 caracteres que van en la solicitud),
      * nombre del grupo, contacto, marca de activo, prioridad mas
      * alta que puede pedir (1-9, 1 = la mas alta) y cuota diaria de
      * candidatos (0 = sin limite). El maestro guarda ademas la
      * fecha y la cantidad de candidatos ya atendidos en el dia, que
      * lleva esPrimoJob. Funciones del menu:
      *   A = alta: pide codigo, nombre, contacto, prioridad maxima
      *       (blanco = 1, sin restriccion) y cuota diaria (blanco =
      *       sin limite). Si el codigo ya existe se reemplaza el
      *       registro conservando el consumo del dia, lo que tambien
      *       sirve para reactivar un solicitante dado de baja.
      *   B = baja: marca el solicitante como inactivo; el registro
      *       se conserva como constancia.
      *   L = lista: muestra el maestro completo por consola, con
      *       prioridad, cuota, consumo del dia y estado.
      *   F = fin.
      * El PASO S de esPrimoJob consulta este maestro al recibir cada
      * solicitud: rechaza los solicitantes desconocidos o inactivos,
      * baja al tope la prioridad que lo exceda y deja de atender al
      * solicitante que agoto su cuota del dia.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITANTES ASSIGN TO "SOLICITA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS solicitante-codigo
               FILE STATUS IS solicitantes-estado-archivo.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  solicitantes-estado-archivo pic XX value spaces.
       01  fin-lista-sw                pic X value "N".
           88  fin-lista                   value "S".
       01  fin-menu-sw                 pic X value "N".
           88  fin-menu                    value "S".
       01  registro-existe-sw          pic X value "N".
           88  registro-existe             value "S".
       01  datos-validos-sw            pic X value "S".
           88  datos-validos               value "S".

       01  funcion-entrada             pic X(01) value space.
           88  funcion-alta                value "A".
           88  funcion-baja                value "B".
           88  funcion-lista               value "L".
           88  funcion-fin                 value "F".

       01  codigo-trabajo              pic X(05) value spaces.
       01  nombre-entrada              pic X(30) value spaces.
       01  contacto-entrada            pic X(30) value spaces.
       01  prioridad-entrada           pic X(01) value space.
       01  prioridad-trabajo           pic 9(01) value 1.
       01  cuota-entrada-texto         pic X(07) value spaces.
       01  cuota-trabajo               pic 9(07) value zero.
       01  fecha-uso-trabajo           pic 9(06) value zero.
       01  usados-dia-trabajo          pic 9(07) value zero.

       01  total-listados              pic 9(5) value zero.

       01  linea-lista.
           05  ll-codigo               pic X(05).
           05  filler                  pic X(02) value spaces.
           05  ll-nombre               pic X(30).
           05  filler                  pic X(02) value spaces.
           05  ll-prioridad            pic 9.
           05  filler                  pic X(02) value spaces.
           05  ll-cuota                pic Z(6)9.
           05  filler                  pic X(02) value spaces.
           05  ll-usados               pic Z(6)9.
           05  filler                  pic X(01) value space.
           05  ll-fecha-uso            pic 9(6).
           05  filler                  pic X(02) value spaces.
           05  ll-estado               pic X(08).
       01  linea-lista-contacto.
           05  filler                  pic X(07) value spaces.
           05  filler                  pic X(10) value "CONTACTO: ".
           05  llc-contacto            pic X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-MAESTRO.
           PERFORM ATENDER-MENU UNTIL fin-menu.
           CLOSE SOLICITANTES.
           STOP RUN.

       ABRIR-MAESTRO.
           OPEN I-O SOLICITANTES.
           IF solicitantes-estado-archivo = "35"
               OPEN OUTPUT SOLICITANTES
               CLOSE SOLICITANTES
               OPEN I-O SOLICITANTES
           END-IF.
           IF solicitantes-estado-archivo NOT = "00"
               DISPLAY "ERROR AL ABRIR SOLICITA.DAT: "
                   solicitantes-estado-archivo
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ATENDER-MENU.
           DISPLAY "FUNCION (A=ALTA, B=BAJA, L=LISTA, F=FIN): "
               WITH NO ADVANCING.
           ACCEPT funcion-entrada.
           EVALUATE TRUE
               WHEN funcion-alta
                   PERFORM ALTA-SOLICITANTE
               WHEN funcion-baja
                   PERFORM BAJA-SOLICITANTE
               WHEN funcion-lista
                   PERFORM LISTAR-SOLICITANTES
               WHEN funcion-fin
                   SET fin-menu TO TRUE
               WHEN OTHER
                   DISPLAY "FUNCION NO RECONOCIDA: " funcion-entrada
           END-EVALUATE.

      * ---- alta ----

       ALTA-SOLICITANTE.
           PERFORM PEDIR-CODIGO.
           IF codigo-trabajo = SPACES
               DISPLAY "ALTA CANCELADA"
           ELSE
               DISPLAY "NOMBRE DEL GRUPO: " WITH NO ADVANCING
               ACCEPT nombre-entrada
               DISPLAY "CONTACTO: " WITH NO ADVANCING
               ACCEPT contacto-entrada
               DISPLAY "PRIORIDAD MAXIMA (1-9, BLANCO=1): "
                   WITH NO ADVANCING
               ACCEPT prioridad-entrada
               DISPLAY "CUOTA DIARIA DE CANDIDATOS "
                   "(BLANCO=SIN LIMITE): " WITH NO ADVANCING
               ACCEPT cuota-entrada-texto
               PERFORM VALIDAR-DATOS-ALTA
               IF datos-validos
                   PERFORM GRABAR-SOLICITANTE
               ELSE
                   DISPLAY "ALTA CANCELADA"
               END-IF
           END-IF.

       VALIDAR-DATOS-ALTA.
           MOVE "S" TO datos-validos-sw.
           IF nombre-entrada = SPACES
               DISPLAY "FALTA EL NOMBRE DEL GRUPO"
               MOVE "N" TO datos-validos-sw
           END-IF.
           EVALUATE TRUE
               WHEN prioridad-entrada = SPACE
                   MOVE 1 TO prioridad-trabajo
               WHEN prioridad-entrada IS NUMERIC
                   AND prioridad-entrada NOT = "0"
                   MOVE prioridad-entrada TO prioridad-trabajo
               WHEN OTHER
                   DISPLAY "PRIORIDAD INVALIDA: " prioridad-entrada
                   MOVE "N" TO datos-validos-sw
           END-EVALUATE.
           IF cuota-entrada-texto = SPACES
               MOVE ZERO TO cuota-trabajo
           ELSE
               IF FUNCTION TEST-NUMVAL(cuota-entrada-texto) NOT = ZERO
                   DISPLAY "CUOTA NO NUMERICA: " cuota-entrada-texto
                   MOVE "N" TO datos-validos-sw
               ELSE
                   COMPUTE cuota-trabajo =
                       FUNCTION NUMVAL(cuota-entrada-texto)
               END-IF
           END-IF.

      * un reemplazo conserva el consumo del dia: dar de alta de nuevo
      * a un grupo no le devuelve la cuota ya usada
       GRABAR-SOLICITANTE.
           MOVE ZERO TO fecha-uso-trabajo.
           MOVE ZERO TO usados-dia-trabajo.
           MOVE codigo-trabajo TO solicitante-codigo.
           MOVE "N" TO registro-existe-sw.
           READ SOLICITANTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET registro-existe TO TRUE
                   MOVE solicitante-fecha-uso TO fecha-uso-trabajo
                   MOVE solicitante-usados-dia TO usados-dia-trabajo
           END-READ.
           MOVE codigo-trabajo TO solicitante-codigo.
           MOVE nombre-entrada TO solicitante-nombre.
           MOVE contacto-entrada TO solicitante-contacto.
           SET solicitante-esta-activo TO TRUE.
           MOVE prioridad-trabajo TO solicitante-prioridad-maxima.
           MOVE cuota-trabajo TO solicitante-cuota-diaria.
           MOVE fecha-uso-trabajo TO solicitante-fecha-uso.
           MOVE usados-dia-trabajo TO solicitante-usados-dia.
           IF registro-existe
               REWRITE registro-solicitante
                   INVALID KEY
                       DISPLAY "NO SE PUDO REESCRIBIR "
                           codigo-trabajo ": "
                           solicitantes-estado-archivo
                   NOT INVALID KEY
                       DISPLAY "SOLICITANTE " codigo-trabajo
                           " YA EXISTIA, REGISTRO REEMPLAZADO"
               END-REWRITE
           ELSE
               WRITE registro-solicitante
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR "
                           codigo-trabajo ": "
                           solicitantes-estado-archivo
                   NOT INVALID KEY
                       DISPLAY "SOLICITANTE " codigo-trabajo
                           " DADO DE ALTA"
               END-WRITE
           END-IF.

      * ---- baja ----

       BAJA-SOLICITANTE.
           PERFORM PEDIR-CODIGO.
           IF codigo-trabajo = SPACES
               DISPLAY "BAJA CANCELADA"
           ELSE
               MOVE codigo-trabajo TO solicitante-codigo
               MOVE "N" TO registro-existe-sw
               READ SOLICITANTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET registro-existe TO TRUE
               END-READ
               IF registro-existe
                   MOVE "N" TO solicitante-activo
                   REWRITE registro-solicitante
                       INVALID KEY
                           DISPLAY "NO SE PUDO REESCRIBIR "
                               codigo-trabajo ": "
                               solicitantes-estado-archivo
                       NOT INVALID KEY
                           DISPLAY "SOLICITANTE " codigo-trabajo
                               " DADO DE BAJA"
                   END-REWRITE
               ELSE
                   DISPLAY "NO EXISTE EL SOLICITANTE " codigo-trabajo
               END-IF
           END-IF.

       PEDIR-CODIGO.
           MOVE SPACES TO codigo-trabajo.
           DISPLAY "CODIGO DE SOLICITANTE: " WITH NO ADVANCING.
           ACCEPT codigo-trabajo.

      * ---- lista ----

       LISTAR-SOLICITANTES.
           MOVE ZERO TO total-listados.
           MOVE "N" TO fin-lista-sw.
           MOVE LOW-VALUES TO solicitante-codigo.
           START SOLICITANTES KEY NOT LESS THAN solicitante-codigo
               INVALID KEY
                   SET fin-lista TO TRUE
           END-START.
           PERFORM LISTAR-SIGUIENTE UNTIL fin-lista.
           DISPLAY "SOLICITANTES EN EL MAESTRO: " total-listados.

       LISTAR-SIGUIENTE.
           READ SOLICITANTES NEXT RECORD
               AT END
                   SET fin-lista TO TRUE
               NOT AT END
                   ADD 1 TO total-listados
                   MOVE solicitante-codigo TO ll-codigo
                   MOVE solicitante-nombre TO ll-nombre
                   MOVE solicitante-prioridad-maxima TO ll-prioridad
                   MOVE solicitante-cuota-diaria TO ll-cuota
                   MOVE solicitante-usados-dia TO ll-usados
                   MOVE solicitante-fecha-uso TO ll-fecha-uso
                   IF solicitante-esta-activo
                       MOVE "ACTIVO" TO ll-estado
                   ELSE
                       MOVE "INACTIVO" TO ll-estado
                   END-IF
                   DISPLAY linea-lista
                   MOVE solicitante-contacto TO llc-contacto
                   DISPLAY linea-lista-contacto
           END-READ.

       END PROGRAM mantSolicitantes.
