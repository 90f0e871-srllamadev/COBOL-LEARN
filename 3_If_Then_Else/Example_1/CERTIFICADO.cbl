      *> cada traslado y graduación y hoy lo reconstruye de
      *> impresiones archivadas. La solicitud se borra al terminar,
      *> igual que RECUPERA.PAR en el archivador.
      *> Cada certificado lleva un número de serie correlativo y un
      *> código de verificación, y queda anotado en el registro
      *> CERTIFICA.REG (alumno, fecha, operador que lo pidió y
      *> promedio al emitirse). Emitir otro certificado al mismo
      *> alumno (p. ej. tras una corrección de notas) deja los
      *> anteriores como sustituidos. En la misma solicitud se
      *> pueden verificar series (V) y anular series (A); el
      *> resultado sale en VERIFICA.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Solicitudes: una matrícula (ALU-ID) por renglón, con
           *> la acción y el operador que la pide (ver
           *> REGISTRO-SOLICITUD).
           SELECT ARCHIVO-SOLICITUD ASSIGN TO "CERTIFICA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SOLICITUD.
           SELECT ARCHIVO-CERTIFICADO ASSIGN TO "CERTIFICADO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Registro permanente de certificados emitidos; se carga
           *> entero y se reescribe al final de la corrida.
           SELECT ARCHIVO-REGISTRO ASSIGN TO "CERTIFICA.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           *> Resultado de las verificaciones y anulaciones pedidas.
           SELECT ARCHIVO-VERIFICACION ASSIGN TO "VERIFICA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SOLICITUD.
      *> SOL-ACCION: espacio o E emite el certificado de SOL-ID;
      *> V verifica la serie SOL-SERIE (y el código SOL-CODIGO si
      *> viene); A anula la serie SOL-SERIE. Los renglones que
      *> traen solo la matrícula se toman como emisión.
       01  REGISTRO-SOLICITUD.
           05  SOL-ID               PIC X(6).
           05  SOL-ACCION           PIC X(1).
           05  SOL-OPERADOR         PIC X(8).
           05  SOL-SERIE            PIC X(6).
           05  SOL-SERIE-NUM REDEFINES SOL-SERIE
                                    PIC 9(6).
           05  SOL-CODIGO           PIC X(8).

       FD  ARCHIVO-HISTORIAL.
       01  REGISTRO-HISTORIAL.
           05  HIS-PERIODO          PIC X(6).
           05  HIS-NOTA             PIC 9(3).
           05  HIS-LETRA            PIC X(1).
           05  HIS-ORIGEN           PIC X(1).

       FD  ARCHIVO-MATRICULA.
       01  REGISTRO-MATRICULA.
       FD  ARCHIVO-CERTIFICADO.
       01  REGISTRO-CERTIFICADO     PIC X(80).

      *> REG-ESTADO: V vigente, S sustituido por REG-SUSTITUTO,
      *> A anulado. REG-FECHA-BAJA y REG-OPERADOR-BAJA dicen cuándo
      *> y quién lo dio de baja.
       FD  ARCHIVO-REGISTRO.
       01  REGISTRO-CERT.
           05  REG-SERIE            PIC 9(6).
           05  REG-ID               PIC X(6).
           05  REG-FECHA            PIC 9(8).
           05  REG-HORA             PIC 9(6).
           05  REG-OPERADOR         PIC X(8).
           05  REG-PROMEDIO         PIC 9(3)V99.
           05  REG-TERMINOS         PIC 9(3).
           05  REG-CODIGO           PIC 9(8).
           05  REG-ESTADO           PIC X(1).
           05  REG-SUSTITUTO        PIC 9(6).
           05  REG-FECHA-BAJA       PIC 9(8).
           05  REG-OPERADOR-BAJA    PIC X(8).

       FD  ARCHIVO-VERIFICACION.
       01  REGISTRO-VERIFICACION    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-SOLICITUD     PIC X(2).
       01  WS-STATUS-HISTORIAL     PIC X(2).
       01  WS-STATUS-MATRICULA     PIC X(2).
       01  WS-STATUS-REGISTRO      PIC X(2).
       01  EOF-SOLICITUD           PIC X(1) VALUE "N".
           88  FIN-SOLICITUD       VALUE "Y".
       01  EOF-HISTORIAL           PIC X(1) VALUE "N".
           88  FIN-HISTORIAL       VALUE "Y".
       01  EOF-MATRICULA           PIC X(1) VALUE "N".
           88  FIN-MATRICULA       VALUE "Y".
       01  EOF-REGISTRO            PIC X(1) VALUE "N".
           88  FIN-REGISTRO        VALUE "Y".

       *> Fecha y hora reales de la corrida, para encabezar la
       *> salida igual que el resto de los programas del repositorio.
               10  THI-PERIODO     PIC X(6).
               10  THI-NOTA        PIC 9(3).
               10  THI-LETRA       PIC X(1).
               10  THI-ORIGEN      PIC X(1).

       *> Historia más grande que la tabla: se avisa y cada
       *> certificado emitido lleva la advertencia, porque podrían
       01  WS-PROMEDIO-ACUM        PIC 9(3)V99.
       01  WS-PROMEDIO-ACUM-ED     PIC ZZ9.99.
       01  WS-CERTIFICADOS         PIC 9(3) VALUE 0.
       01  WS-VERIFICACIONES       PIC 9(3) VALUE 0.
       01  WS-ANULACIONES          PIC 9(3) VALUE 0.
       01  WS-OPERADOR             PIC X(8).

      *> Registro de certificados en memoria. Si no cabe entero no
      *> se atiende ninguna solicitud: reescribirlo truncado perdería
      *> certificados ya emitidos.
       01  TABLA-REGISTRO.
           05  TOTAL-REGISTRO      PIC 9(4) VALUE 0.
           05  REGISTRO-ITEM       OCCURS 3000 TIMES
                                   INDEXED BY IDX-REGISTRO.
               10  TRG-SERIE       PIC 9(6).
               10  TRG-ID          PIC X(6).
               10  TRG-FECHA       PIC 9(8).
               10  TRG-HORA        PIC 9(6).
               10  TRG-OPERADOR    PIC X(8).
               10  TRG-PROMEDIO    PIC 9(3)V99.
               10  TRG-TERMINOS    PIC 9(3).
               10  TRG-CODIGO      PIC 9(8).
               10  TRG-ESTADO      PIC X(1).
               10  TRG-SUSTITUTO   PIC 9(6).
               10  TRG-FECHA-BAJA  PIC 9(8).
               10  TRG-OPERADOR-BAJA PIC X(8).
       01  WS-SW-REG-DESBORDE      PIC X(1) VALUE "N".
           88  REGISTRO-DESBORDADO VALUE "Y".
       01  WS-SW-REG-CAMBIO        PIC X(1) VALUE "N".
           88  REGISTRO-CAMBIADO   VALUE "Y".
       01  WS-SW-PENDIENTES        PIC X(1) VALUE "N".
           88  HAY-PENDIENTES      VALUE "Y".
       01  WS-SW-SERIE-HALLADA     PIC X(1).
           88  SERIE-HALLADA       VALUE "Y".
       01  WS-ULTIMA-SERIE         PIC 9(6) VALUE 0.
       01  WS-NUEVA-SERIE          PIC 9(6).
       01  WS-TEXTO-ESTADO         PIC X(50).

      *> Código de verificación: se mezclan serie, matrícula, fecha,
      *> hora y promedio y se reduce a ocho cifras; queda guardado
      *> en el registro, que es contra lo que se verifica.
       01  WS-SEMILLA              PIC 9(15).
       01  WS-COCIENTE             PIC 9(15).
       01  WS-CODIGO               PIC 9(8).
       01  WS-CODIGO-X REDEFINES WS-CODIGO
                                   PIC X(8).
       01  WS-ALFABETO             PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-IDX-CAR              PIC 9(2).
       01  WS-IDX-ALFA             PIC 9(2).
       01  WS-PROMEDIO-ED-REG      PIC ZZ9.99.
       01  LINEA-TERMINO.
           05  LT-PERIODO          PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LT-NOTA             PIC 9(3).
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LT-LETRA            PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LT-ORIGEN           PIC X(14).

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
               DISPLAY "AVISO: CERTIFICA.PAR no existe, no hay "
                   "certificados solicitados."
           ELSE
               PERFORM CARGAR-REGISTRO-CERTIFICADOS
           END-IF

           IF WS-STATUS-SOLICITUD = "00" AND REGISTRO-DESBORDADO
               DISPLAY "ERROR: CERTIFICA.REG excede 3000 "
                   "certificados; no se atiende la solicitud. "
                   "CERTIFICA.PAR se conserva."
               CLOSE ARCHIVO-SOLICITUD
           END-IF

           IF WS-STATUS-SOLICITUD = "00" AND
              NOT REGISTRO-DESBORDADO
               OPEN OUTPUT ARCHIVO-CERTIFICADO
               MOVE SPACES TO REGISTRO-CERTIFICADO
               STRING "CERTIFICADOS DE ESTUDIO - Corrida: "
                   WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
                   DELIMITED BY SIZE INTO REGISTRO-CERTIFICADO
               WRITE REGISTRO-CERTIFICADO
               OPEN OUTPUT ARCHIVO-VERIFICACION
               MOVE SPACES TO REGISTRO-VERIFICACION
               STRING "VERIFICACION Y ANULACION DE CERTIFICADOS - "
                   "Corrida: " WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
                   DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
               WRITE REGISTRO-VERIFICACION

               PERFORM UNTIL FIN-SOLICITUD
                   READ ARCHIVO-SOLICITUD
                       AT END
                           SET FIN-SOLICITUD TO TRUE
                       NOT AT END
                           PERFORM ATENDER-SOLICITUD
                   END-READ
               END-PERFORM

               IF WS-VERIFICACIONES = 0 AND WS-ANULACIONES = 0
                   MOVE "SIN VERIFICACIONES NI ANULACIONES PEDIDAS"
                       TO REGISTRO-VERIFICACION
                   WRITE REGISTRO-VERIFICACION
               END-IF

               CLOSE ARCHIVO-SOLICITUD
               CLOSE ARCHIVO-CERTIFICADO
               CLOSE ARCHIVO-VERIFICACION
               IF REGISTRO-CAMBIADO
                   PERFORM GUARDAR-REGISTRO-CERTIFICADOS
               END-IF

               *> La solicitud ya quedó atendida: se borra para que
               *> la próxima corrida no reimprima lo mismo. Si algún
               *> certificado no cupo en el registro se conserva.
               IF HAY-PENDIENTES
                   DISPLAY "AVISO: quedaron certificados sin emitir; "
                       "CERTIFICA.PAR se conserva."
               ELSE
                   CALL "CBL_DELETE_FILE" USING "CERTIFICA.PAR"
               END-IF
               DISPLAY "Certificados emitidos en CERTIFICADO.RPT: "
                   WS-CERTIFICADOS
               DISPLAY "Verificaciones: " WS-VERIFICACIONES
                   "  anulaciones pedidas: " WS-ANULACIONES
                   " (ver VERIFICA.RPT)"
           END-IF
           STOP RUN.

       ATENDER-SOLICITUD.
           MOVE SOL-OPERADOR TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               MOVE "NO INDIC" TO WS-OPERADOR
           END-IF
           EVALUATE SOL-ACCION
               WHEN SPACE
               WHEN "E"
                   MOVE SOL-ID TO WS-ID-SOLICITADO
                   IF TOTAL-REGISTRO >= 3000
                       DISPLAY "ERROR: CERTIFICA.REG lleno; no se "
                           "emite el certificado de "
                           WS-ID-SOLICITADO
                       SET HAY-PENDIENTES TO TRUE
                   ELSE
                       PERFORM EMITIR-CERTIFICADO
                   END-IF
               WHEN "V"
                   PERFORM VERIFICAR-CERTIFICADO
               WHEN "A"
                   PERFORM ANULAR-CERTIFICADO
               WHEN OTHER
                   DISPLAY "AVISO: acción inválida en CERTIFICA.PAR: "
                       REGISTRO-SOLICITUD
           END-EVALUATE.

       CARGAR-REGISTRO-CERTIFICADOS.
           *> Sin CERTIFICA.REG se empieza un registro nuevo desde la
           *> serie 1.
           MOVE 0 TO TOTAL-REGISTRO
           MOVE 0 TO WS-ULTIMA-SERIE
           MOVE "N" TO EOF-REGISTRO
           OPEN INPUT ARCHIVO-REGISTRO
           IF WS-STATUS-REGISTRO = "00"
               PERFORM UNTIL FIN-REGISTRO
                   READ ARCHIVO-REGISTRO
                       AT END
                           SET FIN-REGISTRO TO TRUE
                       NOT AT END
                           IF TOTAL-REGISTRO >= 3000
                               SET REGISTRO-DESBORDADO TO TRUE
                           ELSE
                               ADD 1 TO TOTAL-REGISTRO
                               SET IDX-REGISTRO TO TOTAL-REGISTRO
                               MOVE REG-SERIE
                                   TO TRG-SERIE(IDX-REGISTRO)
                               MOVE REG-ID TO TRG-ID(IDX-REGISTRO)
                               MOVE REG-FECHA
                                   TO TRG-FECHA(IDX-REGISTRO)
                               MOVE REG-HORA
                                   TO TRG-HORA(IDX-REGISTRO)
                               MOVE REG-OPERADOR
                                   TO TRG-OPERADOR(IDX-REGISTRO)
                               MOVE REG-PROMEDIO
                                   TO TRG-PROMEDIO(IDX-REGISTRO)
                               MOVE REG-TERMINOS
                                   TO TRG-TERMINOS(IDX-REGISTRO)
                               MOVE REG-CODIGO
                                   TO TRG-CODIGO(IDX-REGISTRO)
                               MOVE REG-ESTADO
                                   TO TRG-ESTADO(IDX-REGISTRO)
                               MOVE REG-SUSTITUTO
                                   TO TRG-SUSTITUTO(IDX-REGISTRO)
                               MOVE REG-FECHA-BAJA
                                   TO TRG-FECHA-BAJA(IDX-REGISTRO)
                               MOVE REG-OPERADOR-BAJA
                                   TO TRG-OPERADOR-BAJA(IDX-REGISTRO)
                               IF REG-SERIE > WS-ULTIMA-SERIE
                                   MOVE REG-SERIE TO WS-ULTIMA-SERIE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-REGISTRO
               DISPLAY "Registro de certificados: " TOTAL-REGISTRO
                   " emitido(s), última serie " WS-ULTIMA-SERIE
           END-IF.

       GUARDAR-REGISTRO-CERTIFICADOS.
           OPEN OUTPUT ARCHIVO-REGISTRO
           PERFORM VARYING IDX-REGISTRO FROM 1 BY 1
                   UNTIL IDX-REGISTRO > TOTAL-REGISTRO
               MOVE TRG-SERIE(IDX-REGISTRO) TO REG-SERIE
               MOVE TRG-ID(IDX-REGISTRO) TO REG-ID
               MOVE TRG-FECHA(IDX-REGISTRO) TO REG-FECHA
               MOVE TRG-HORA(IDX-REGISTRO) TO REG-HORA
               MOVE TRG-OPERADOR(IDX-REGISTRO) TO REG-OPERADOR
               MOVE TRG-PROMEDIO(IDX-REGISTRO) TO REG-PROMEDIO
               MOVE TRG-TERMINOS(IDX-REGISTRO) TO REG-TERMINOS
               MOVE TRG-CODIGO(IDX-REGISTRO) TO REG-CODIGO
               MOVE TRG-ESTADO(IDX-REGISTRO) TO REG-ESTADO
               MOVE TRG-SUSTITUTO(IDX-REGISTRO) TO REG-SUSTITUTO
               MOVE TRG-FECHA-BAJA(IDX-REGISTRO) TO REG-FECHA-BAJA
               MOVE TRG-OPERADOR-BAJA(IDX-REGISTRO)
                   TO REG-OPERADOR-BAJA
               WRITE REGISTRO-CERT
           END-PERFORM
           CLOSE ARCHIVO-REGISTRO.

       CARGAR-HISTORIAL-COMPLETO.
           MOVE 0 TO TOTAL-HISTORIAL
           MOVE "N" TO EOF-HISTORIAL
                                   TO THI-NOTA(IDX-HISTORIAL)
                               MOVE HIS-LETRA
                                   TO THI-LETRA(IDX-HISTORIAL)
                               MOVE HIS-ORIGEN
                                   TO THI-ORIGEN(IDX-HISTORIAL)
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM BUSCAR-NOMBRE-ALUMNO
           MOVE 0 TO WS-TERMINOS-ALUMNO
           MOVE 0 TO WS-SUMA-NOTAS
           MOVE 0 TO WS-PROMEDIO-ACUM
           COMPUTE WS-NUEVA-SERIE = WS-ULTIMA-SERIE + 1

           MOVE ALL "=" TO REGISTRO-CERTIFICADO
           WRITE REGISTRO-CERTIFICADO
               WS-ID-SOLICITADO " " WS-NOMBRE-ALUMNO
               DELIMITED BY SIZE INTO REGISTRO-CERTIFICADO
           WRITE REGISTRO-CERTIFICADO
           MOVE SPACES TO REGISTRO-CERTIFICADO
           STRING "SERIE: " WS-NUEVA-SERIE "  EMITIDO: " WS-FECHA-HOY
               "  OPERADOR: " WS-OPERADOR
               DELIMITED BY SIZE INTO REGISTRO-CERTIFICADO
           WRITE REGISTRO-CERTIFICADO
           MOVE "PERIODO SECC  NOTA LETRA" TO REGISTRO-CERTIFICADO
           WRITE REGISTRO-CERTIFICADO

                   MOVE THI-SECCION(IDX-HISTORIAL) TO LT-SECCION
                   MOVE THI-NOTA(IDX-HISTORIAL) TO LT-NOTA
                   MOVE THI-LETRA(IDX-HISTORIAL) TO LT-LETRA
                   *> La nota obtenida en examen extraordinario se
                   *> identifica en el certificado.
                   IF THI-ORIGEN(IDX-HISTORIAL) = "E"
                       MOVE "EXTRAORDINARIO" TO LT-ORIGEN
                   ELSE
                       MOVE SPACES TO LT-ORIGEN
                   END-IF
                   WRITE REGISTRO-CERTIFICADO FROM LINEA-TERMINO
               END-IF
           END-PERFORM
                   DELIMITED BY SIZE INTO REGISTRO-CERTIFICADO
               WRITE REGISTRO-CERTIFICADO
           END-IF
           PERFORM REGISTRAR-EMISION
           ADD 1 TO WS-CERTIFICADOS.

       REGISTRAR-EMISION.
           PERFORM CALCULAR-CODIGO-VERIFICACION
           *> Los certificados vigentes anteriores del alumno quedan
           *> sustituidos por el que se emite ahora.
           PERFORM VARYING IDX-REGISTRO FROM 1 BY 1
                   UNTIL IDX-REGISTRO > TOTAL-REGISTRO
               IF TRG-ID(IDX-REGISTRO) = WS-ID-SOLICITADO AND
                  TRG-ESTADO(IDX-REGISTRO) = "V"
                   MOVE "S" TO TRG-ESTADO(IDX-REGISTRO)
                   MOVE WS-NUEVA-SERIE TO TRG-SUSTITUTO(IDX-REGISTRO)
                   MOVE WS-FECHA-HOY TO TRG-FECHA-BAJA(IDX-REGISTRO)
                   MOVE WS-OPERADOR
                       TO TRG-OPERADOR-BAJA(IDX-REGISTRO)
                   MOVE SPACES TO REGISTRO-CERTIFICADO
                   STRING "SUSTITUYE AL CERTIFICADO SERIE "
                       TRG-SERIE(IDX-REGISTRO) " DEL "
                       TRG-FECHA(IDX-REGISTRO)
                       DELIMITED BY SIZE INTO REGISTRO-CERTIFICADO
                   WRITE REGISTRO-CERTIFICADO
               END-IF
           END-PERFORM

           ADD 1 TO TOTAL-REGISTRO
           SET IDX-REGISTRO TO TOTAL-REGISTRO
           MOVE WS-NUEVA-SERIE TO TRG-SERIE(IDX-REGISTRO)
           MOVE WS-ID-SOLICITADO TO TRG-ID(IDX-REGISTRO)
           MOVE WS-FECHA-HOY TO TRG-FECHA(IDX-REGISTRO)
           MOVE WS-HORA-AHORA(1:6) TO TRG-HORA(IDX-REGISTRO)
           MOVE WS-OPERADOR TO TRG-OPERADOR(IDX-REGISTRO)
           MOVE WS-PROMEDIO-ACUM TO TRG-PROMEDIO(IDX-REGISTRO)
           MOVE WS-TERMINOS-ALUMNO TO TRG-TERMINOS(IDX-REGISTRO)
           MOVE WS-CODIGO TO TRG-CODIGO(IDX-REGISTRO)
           MOVE "V" TO TRG-ESTADO(IDX-REGISTRO)
           MOVE 0 TO TRG-SUSTITUTO(IDX-REGISTRO)
           MOVE 0 TO TRG-FECHA-BAJA(IDX-REGISTRO)
           MOVE SPACES TO TRG-OPERADOR-BAJA(IDX-REGISTRO)
           MOVE WS-NUEVA-SERIE TO WS-ULTIMA-SERIE
           SET REGISTRO-CAMBIADO TO TRUE

           MOVE SPACES TO REGISTRO-CERTIFICADO
           STRING "SERIE " WS-NUEVA-SERIE
               "  CODIGO DE VERIFICACION: " WS-CODIGO-X
               DELIMITED BY SIZE INTO REGISTRO-CERTIFICADO
           WRITE REGISTRO-CERTIFICADO.

       CALCULAR-CODIGO-VERIFICACION.
           COMPUTE WS-SEMILLA = WS-NUEVA-SERIE * 7919
               + WS-FECHA-HOY + WS-HORA-AHORA * 37
               + WS-PROMEDIO-ACUM * 1300
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 6
               PERFORM VARYING WS-IDX-ALFA FROM 1 BY 1
                       UNTIL WS-IDX-ALFA > 36
                          OR WS-ALFABETO(WS-IDX-ALFA:1) =
                             WS-ID-SOLICITADO(WS-IDX-CAR:1)
                   CONTINUE
               END-PERFORM
               COMPUTE WS-SEMILLA = WS-SEMILLA * 41 + WS-IDX-ALFA
               DIVIDE WS-SEMILLA BY 99999989
                   GIVING WS-COCIENTE REMAINDER WS-CODIGO
               MOVE WS-CODIGO TO WS-SEMILLA
           END-PERFORM.

       BUSCAR-SERIE.
           MOVE "N" TO WS-SW-SERIE-HALLADA
           IF SOL-SERIE IS NUMERIC
               SET IDX-REGISTRO TO 1
               SEARCH REGISTRO-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-REGISTRO > TOTAL-REGISTRO
                       CONTINUE
                   WHEN TRG-SERIE(IDX-REGISTRO) = SOL-SERIE-NUM
                       SET SERIE-HALLADA TO TRUE
               END-SEARCH
           END-IF.

       DESCRIBIR-ESTADO-CERTIFICADO.
           MOVE SPACES TO WS-TEXTO-ESTADO
           EVALUATE TRG-ESTADO(IDX-REGISTRO)
               WHEN "V"
                   MOVE "VIGENTE" TO WS-TEXTO-ESTADO
               WHEN "S"
                   STRING "SUSTITUIDO POR LA SERIE "
                       TRG-SUSTITUTO(IDX-REGISTRO) " EL "
                       TRG-FECHA-BAJA(IDX-REGISTRO)
                       DELIMITED BY SIZE INTO WS-TEXTO-ESTADO
               WHEN "A"
                   STRING "ANULADO EL " TRG-FECHA-BAJA(IDX-REGISTRO)
                       " POR " TRG-OPERADOR-BAJA(IDX-REGISTRO)
                       DELIMITED BY SIZE INTO WS-TEXTO-ESTADO
               WHEN OTHER
                   MOVE "ESTADO DESCONOCIDO EN EL REGISTRO"
                       TO WS-TEXTO-ESTADO
           END-EVALUATE.

       VERIFICAR-CERTIFICADO.
           ADD 1 TO WS-VERIFICACIONES
           PERFORM BUSCAR-SERIE
           MOVE SPACES TO REGISTRO-VERIFICACION
           IF NOT SERIE-HALLADA
               STRING "VERIFICACION SERIE " SOL-SERIE
                   ": NO EXISTE EN EL REGISTRO - NO AUTENTICO"
                   DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
               WRITE REGISTRO-VERIFICACION
           ELSE
               MOVE TRG-CODIGO(IDX-REGISTRO) TO WS-CODIGO
               IF SOL-CODIGO NOT = SPACES AND
                  SOL-CODIGO NOT = WS-CODIGO-X
                   STRING "VERIFICACION SERIE " SOL-SERIE
                       ": CODIGO NO COINCIDE - NO AUTENTICO"
                       DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
                   WRITE REGISTRO-VERIFICACION
               ELSE
                   PERFORM DESCRIBIR-ESTADO-CERTIFICADO
                   STRING "VERIFICACION SERIE " SOL-SERIE ": "
                       WS-TEXTO-ESTADO
                       DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
                   WRITE REGISTRO-VERIFICACION
                   PERFORM ESCRIBIR-DETALLE-REGISTRO
               END-IF
           END-IF.

       ANULAR-CERTIFICADO.
           PERFORM BUSCAR-SERIE
           MOVE SPACES TO REGISTRO-VERIFICACION
           IF NOT SERIE-HALLADA
               STRING "ANULACION SERIE " SOL-SERIE
                   ": NO EXISTE EN EL REGISTRO"
                   DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
               WRITE REGISTRO-VERIFICACION
           ELSE
               IF TRG-ESTADO(IDX-REGISTRO) NOT = "V"
                   PERFORM DESCRIBIR-ESTADO-CERTIFICADO
                   STRING "ANULACION SERIE " SOL-SERIE
                       ": NO SE ANULA, " WS-TEXTO-ESTADO
                       DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
                   WRITE REGISTRO-VERIFICACION
               ELSE
                   ADD 1 TO WS-ANULACIONES
                   MOVE "A" TO TRG-ESTADO(IDX-REGISTRO)
                   MOVE WS-FECHA-HOY TO TRG-FECHA-BAJA(IDX-REGISTRO)
                   MOVE WS-OPERADOR
                       TO TRG-OPERADOR-BAJA(IDX-REGISTRO)
                   SET REGISTRO-CAMBIADO TO TRUE
                   STRING "ANULACION SERIE " SOL-SERIE
                       ": ANULADO POR " WS-OPERADOR
                       DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
                   WRITE REGISTRO-VERIFICACION
                   PERFORM ESCRIBIR-DETALLE-REGISTRO
               END-IF
           END-IF.

       ESCRIBIR-DETALLE-REGISTRO.
           MOVE TRG-ID(IDX-REGISTRO) TO WS-ID-SOLICITADO
           PERFORM BUSCAR-NOMBRE-ALUMNO
           MOVE SPACES TO REGISTRO-VERIFICACION
           STRING "  ALUMNO: " TRG-ID(IDX-REGISTRO) " "
               WS-NOMBRE-ALUMNO
               DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
           WRITE REGISTRO-VERIFICACION
           MOVE TRG-PROMEDIO(IDX-REGISTRO) TO WS-PROMEDIO-ED-REG
           MOVE SPACES TO REGISTRO-VERIFICACION
           STRING "  EMITIDO: " TRG-FECHA(IDX-REGISTRO)
               "  OPERADOR: " TRG-OPERADOR(IDX-REGISTRO)
               "  PROMEDIO: " WS-PROMEDIO-ED-REG
               "  TERMINOS: " TRG-TERMINOS(IDX-REGISTRO)
               DELIMITED BY SIZE INTO REGISTRO-VERIFICACION
           WRITE REGISTRO-VERIFICACION.

       BUSCAR-NOMBRE-ALUMNO.
           *> El nombre sale de la matrícula oficial; sin ella el
           *> certificado lleva solo la matrícula del alumno.
