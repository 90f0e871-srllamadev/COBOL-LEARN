      *> resume lo movido en ARCHIVADO.RPT. Si existe RECUPERA.PAR
      *> con un AAAAMM, en vez de podar regresa ese mes archivado a
      *> las bitácoras vivas para atender una auditoría.
      *> La retención se toma de la versión de RETENCION.PAR vigente
      *> a la fecha de la corrida (ver MANTENIMIENTO-PARAMETROS) y
      *> queda anotada en el resumen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Meses de retención (3 dígitos); si no existe se
           *> conservan 12 meses. El nombre es el de la versión
           *> vigente (RETENCION.PAR.Vnnn) o el archivo vivo.
           SELECT ARCHIVO-RETENCION
               ASSIGN TO DYNAMIC WS-NOMBRE-RETENCION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENCION.

           *> Registro de versiones de parámetros (ver
           *> MANTENIMIENTO-PARAMETROS).
           SELECT ARCHIVO-VERSIONES ASSIGN TO "PARAMVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VERSIONES.

           *> Mes a recuperar (AAAAMM); su sola presencia cambia el
           *> job a modo recuperación.
           SELECT ARCHIVO-RECUPERA ASSIGN TO "RECUPERA.PAR"
       01  REGISTRO-RETENCION.
           05  RET-MESES            PIC 9(3).

       FD  ARCHIVO-VERSIONES.
       01  REGISTRO-VERSION.
           05  PVR-ARCHIVO          PIC X(16).
           05  PVR-VERSION          PIC 9(3).
           05  PVR-VIGENCIA         PIC 9(8).
           05  PVR-OPERADOR         PIC X(10).
           05  PVR-FECHA-REG        PIC 9(8).
           05  PVR-HORA-REG         PIC 9(6).
           05  PVR-RENGLONES        PIC 9(3).
           05  PVR-MOTIVO           PIC X(26).

       FD  ARCHIVO-RECUPERA.
       01  REGISTRO-RECUPERA.
           05  RCU-MES              PIC 9(6).
       01  WS-STATUS-TEMPORAL      PIC X(2).
       01  WS-STATUS-RESUMEN       PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  WS-STATUS-VERSIONES     PIC X(2).

       *> Versión de parámetros vigente a la fecha de la corrida
       *> (ver SELECCIONAR-VERSION-PARAM).
       01  WS-NOMBRE-RETENCION     PIC X(20) VALUE "RETENCION.PAR".
       01  WS-VER-CONJUNTO         PIC X(16).
       01  WS-VER-FECHA            PIC 9(8).
       01  WS-VER-NUMERO           PIC 9(3).
       01  WS-VER-VIGENCIA         PIC 9(8).
       01  WS-VER-OPERADOR         PIC X(10).
       01  WS-VER-NOMBRE           PIC X(20).
       01  WS-VER-DESCRIPCION      PIC X(60).
       01  WS-SW-VER-HALLADA       PIC X(1).
           88  VER-HALLADA         VALUE "Y".
       01  EOF-VERSIONES           PIC X(1).
           88  FIN-VERSIONES       VALUE "Y".

       *> Registro estándar del diario de operaciones
       01  LINEA-JOURNAL.
               CLOSE ARCHIVO-RECUPERA
           END-IF

           MOVE "RETENCION.PAR" TO WS-VER-CONJUNTO
           MOVE WS-FECHA-HOY TO WS-VER-FECHA
           PERFORM SELECCIONAR-VERSION-PARAM
           MOVE WS-VER-NOMBRE TO WS-NOMBRE-RETENCION
           *> Sin archivo (o vacío) se conservan 12 meses; la línea
           *> PARAMETROS del resumen dice entonces qué se buscó y que
           *> no se usó.
           OPEN INPUT ARCHIVO-RETENCION
           IF WS-STATUS-RETENCION = "00"
               READ ARCHIVO-RETENCION
                   AT END
                       DISPLAY "AVISO: " WS-NOMBRE-RETENCION
                           " vacio, se conservan 12 meses"
                       MOVE SPACES TO WS-VER-DESCRIPCION
                       STRING WS-NOMBRE-RETENCION DELIMITED BY SPACE
                           " VACIO, SE CONSERVAN 12 MESES"
                           DELIMITED BY SIZE INTO WS-VER-DESCRIPCION
                   NOT AT END
                       MOVE RET-MESES TO WS-MESES-RETENCION
               END-READ
               CLOSE ARCHIVO-RETENCION
           ELSE
               DISPLAY "AVISO: " WS-NOMBRE-RETENCION
                   " no existe, se conservan 12 meses"
               MOVE SPACES TO WS-VER-DESCRIPCION
               STRING WS-NOMBRE-RETENCION DELIMITED BY SPACE
                   " NO EXISTE, SE CONSERVAN 12 MESES"
                   DELIMITED BY SIZE INTO WS-VER-DESCRIPCION
           END-IF

           PERFORM CALCULAR-FECHA-CORTE
           MOVE SPACES TO REGISTRO-RESUMEN
           STRING "CORRIDA " WS-FECHA-HOY " " WS-HORA-AHORA
               DELIMITED BY SIZE INTO REGISTRO-RESUMEN
           WRITE REGISTRO-RESUMEN
           MOVE SPACES TO REGISTRO-RESUMEN
           STRING "  PARAMETROS: " WS-VER-DESCRIPCION
               DELIMITED BY SIZE INTO REGISTRO-RESUMEN
           WRITE REGISTRO-RESUMEN.

       SELECCIONAR-VERSION-PARAM.
           *> Versión de WS-VER-CONJUNTO vigente a WS-VER-FECHA según
           *> PARAMVER.DAT: la de mayor vigencia no posterior a la
           *> fecha y, a igual vigencia, la de número más alto. Sin
           *> versiones registradas se lee el archivo vivo.
           MOVE "N" TO WS-SW-VER-HALLADA
           MOVE 0 TO WS-VER-NUMERO
           MOVE 0 TO WS-VER-VIGENCIA
           MOVE SPACES TO WS-VER-OPERADOR
           MOVE "N" TO EOF-VERSIONES
           OPEN INPUT ARCHIVO-VERSIONES
           IF WS-STATUS-VERSIONES = "00"
               PERFORM UNTIL FIN-VERSIONES
                   READ ARCHIVO-VERSIONES
                       AT END
                           SET FIN-VERSIONES TO TRUE
                       NOT AT END
                           PERFORM EVALUAR-VERSION-PARAM
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VERSIONES
           END-IF
           MOVE SPACES TO WS-VER-NOMBRE
           MOVE SPACES TO WS-VER-DESCRIPCION
           IF VER-HALLADA
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   ".V" WS-VER-NUMERO DELIMITED BY SIZE
                   INTO WS-VER-NOMBRE
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   " V" WS-VER-NUMERO " VIGENTE DESDE "
                   WS-VER-VIGENCIA " (" DELIMITED BY SIZE
                   WS-VER-OPERADOR DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-VER-DESCRIPCION
           ELSE
               MOVE WS-VER-CONJUNTO TO WS-VER-NOMBRE
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   " SIN VERSION REGISTRADA (ARCHIVO VIVO)"
                   DELIMITED BY SIZE INTO WS-VER-DESCRIPCION
           END-IF
           DISPLAY "Parámetros: " WS-VER-DESCRIPCION.

       EVALUAR-VERSION-PARAM.
           IF PVR-ARCHIVO = WS-VER-CONJUNTO AND
              PVR-VIGENCIA <= WS-VER-FECHA
               IF NOT VER-HALLADA OR
                  PVR-VIGENCIA > WS-VER-VIGENCIA OR
                  (PVR-VIGENCIA = WS-VER-VIGENCIA AND
                   PVR-VERSION > WS-VER-NUMERO)
                   SET VER-HALLADA TO TRUE
                   MOVE PVR-VERSION TO WS-VER-NUMERO
                   MOVE PVR-VIGENCIA TO WS-VER-VIGENCIA
                   MOVE PVR-OPERADOR TO WS-VER-OPERADOR
               END-IF
           END-IF.

       CALCULAR-FECHA-CORTE.
           *> Resta los meses de retención al mes de la corrida y
           *> corta al día 01: todo lo anterior a ese día se archiva.
