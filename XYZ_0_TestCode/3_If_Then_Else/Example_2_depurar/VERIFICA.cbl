               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INSUMO.

           *> Registro de versiones de parámetros (ver
           *> MANTENIMIENTO-PARAMETROS): los pesos se revisan en la
           *> versión que va a leer CALIFICACION-ESTUDIANTE.
           SELECT ARCHIVO-VERSIONES ASSIGN TO "PARAMVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VERSIONES.

           *> Reporte GO/NO-GO de la verificación.
           SELECT ARCHIVO-VEREDICTO ASSIGN TO "VERIFICA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARCHIVO-INSUMO.
       01  REGISTRO-INSUMO          PIC X(80).

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

       FD  ARCHIVO-VEREDICTO.
       01  REGISTRO-VEREDICTO       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-INSUMO        PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  WS-STATUS-VERSIONES     PIC X(2).
       01  WS-NOMBRE-INSUMO        PIC X(20).
       01  EOF-INSUMO              PIC X(1).
           88  FIN-INSUMO          VALUE "Y".

       01  WS-MONTO-R REDEFINES WS-MONTO-X.
           05  WS-MONTO-9          PIC 9(12)V99.

       *> Versión de parámetros vigente a la fecha de la corrida
       *> (ver SELECCIONAR-VERSION-PARAM).
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

       *> Información de CBL_CHECK_FILE_EXIST (tamaño y fecha); solo
       *> interesa el RETURN-CODE.
       01  WS-INFO-ARCHIVO         PIC X(16).

       VERIFICAR-PESOS.
           *> PESOS.PAR puede no existir (se usa 30/30/40); lo que no
           *> puede es existir VACIO o con pesos no numéricos. Se
           *> revisa el archivo que va a leer CALIFICACION-ESTUDIANTE:
           *> la versión vigente registrada en PARAMVER.DAT o, sin
           *> versiones, el archivo vivo. Una versión registrada cuyo
           *> archivo falta es FALLA: esos pesos no se aplicarían.
           MOVE "PESOS.PAR" TO WS-VER-CONJUNTO
           MOVE WS-FECHA-HOY TO WS-VER-FECHA
           PERFORM SELECCIONAR-VERSION-PARAM
           MOVE WS-VER-NOMBRE TO WS-NOMBRE-INSUMO
           MOVE SPACES TO REGISTRO-VEREDICTO
           STRING "PARAMETROS: " WS-VER-DESCRIPCION
               DELIMITED BY SIZE INTO REGISTRO-VEREDICTO
           WRITE REGISTRO-VEREDICTO
           MOVE 0 TO WS-LINEAS-LEIDAS
           MOVE 0 TO WS-LINEAS-MALAS
           MOVE "N" TO EOF-INSUMO
           OPEN INPUT ARCHIVO-INSUMO
           IF WS-STATUS-INSUMO NOT = "00"
               MOVE SPACES TO REGISTRO-VEREDICTO
               IF VER-HALLADA
                   STRING "FALLA: " DELIMITED BY SIZE
                       WS-NOMBRE-INSUMO DELIMITED BY SPACE
                       " registrado en PARAMVER.DAT no existe"
                       DELIMITED BY SIZE INTO REGISTRO-VEREDICTO
                   PERFORM ANOTAR-FALLA
               ELSE
                   MOVE "AVISO: PESOS.PAR no existe (se usa 30/30/40)"
                       TO REGISTRO-VEREDICTO
                   PERFORM ANOTAR-AVISO
               END-IF
           ELSE
               PERFORM UNTIL FIN-INSUMO
                   READ ARCHIVO-INSUMO
               CLOSE ARCHIVO-INSUMO
               EVALUATE TRUE
                   WHEN WS-LINEAS-LEIDAS = 0
                       MOVE SPACES TO REGISTRO-VEREDICTO
                       STRING "FALLA: " DELIMITED BY SIZE
                           WS-NOMBRE-INSUMO DELIMITED BY SPACE
                           " existe pero esta VACIO"
                           DELIMITED BY SIZE INTO REGISTRO-VEREDICTO
                       PERFORM ANOTAR-FALLA
                   WHEN WS-LINEAS-MALAS > 0
                       MOVE SPACES TO REGISTRO-VEREDICTO
                       STRING "FALLA: " DELIMITED BY SIZE
                           WS-NOMBRE-INSUMO DELIMITED BY SPACE
                           " con " WS-LINEAS-MALAS
                           " línea(s) no numérica(s)"
                           DELIMITED BY SIZE INTO REGISTRO-VEREDICTO
                       PERFORM ANOTAR-FALLA
                   WHEN OTHER
                       MOVE SPACES TO REGISTRO-VEREDICTO
                       STRING "OK: " DELIMITED BY SIZE
                           WS-NOMBRE-INSUMO DELIMITED BY SPACE
                           " presente y numérico"
                           DELIMITED BY SIZE INTO REGISTRO-VEREDICTO
                       PERFORM ANOTAR-OK
               END-EVALUATE
           END-IF.

       SELECCIONAR-VERSION-PARAM.
           *> Igual que en CALIFICACION-ESTUDIANTE: versión de
           *> WS-VER-CONJUNTO vigente a WS-VER-FECHA según
           *> PARAMVER.DAT, la de mayor vigencia no posterior a la
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
           END-IF.

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

       VALIDAR-LINEA-PESOS.
           *> Trazado: sección X(4) + tres pesos 9(3).
           IF REGISTRO-INSUMO(5:9) IS NOT NUMERIC
