       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISRECIBOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MANDKEY
           ALTERNATE RECORD KEY IS CUENTAMAN WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMA.

           SELECT RECIBOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCMID
           ALTERNATE RECORD KEY IS RCCUENTA WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSRC.

       DATA DIVISION.
       FILE SECTION.

           FD MANDATOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MANDATOS.DAT".
               01 MANDATOSREC.
                 02 MANDKEY.
                   03 CREDMAN PIC X(10). *> identificador del acreedor
                   03 REFMAN  PIC X(20). *> referencia del mandato
                 02 CUENTAMAN PIC X(10).
                 02 DNIMAN    PIC X(9).
                 02 NOMACRE   PIC X(20).
                 02 MAXMAN    PIC 9999999V99. *> importe maximo
                 02 ESTADOMAN PIC X(1). *> A activo / R revocado
                 02 FECHAMAN  PIC 9(6). *> AAMMDD de alta

           FD RECIBOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECIBOS.DAT".
               01 RECIBOSREC.
                 02 RCMID     PIC 9(9). *> MID del cargo
                 02 RCCUENTA  PIC X(10).
                 02 RCCRED    PIC X(10).
                 02 RCREF     PIC X(20).
                 02 RCNUM     PIC X(12).
                 02 RCCANT    PIC 9999999V99.
                 02 RCFECHA   PIC 9(6). *> AAMMDD del cargo
                 02 RCLIMITE  PIC 9(6). *> AAMMDD ultimo dia para
                                        *> devolverlo
                 02 RCESTADO  PIC X(1). *> C cobrado / S devolucion
                                        *> pedida / D devuelto
                 02 RCMIDDEV  PIC 9(9). *> MID del abono de devolucion

       WORKING-STORAGE SECTION.
           77 FSMA    PIC XX.
           77 FSRC    PIC XX.
           77 TECLA   PIC X(01).
           77 ESCAP   PIC 99.
           77 OPCION  PIC 9 VALUE 0.
           77 EOF     PIC X VALUE "N".
           77 CUENT   PIC 99.
           77 LUGAR   PIC 99.
           77 FECHAB  PIC 9(6).
           77 CREDIN  PIC X(10).
           77 REFIN   PIC X(20).
           77 NOMIN   PIC X(20).
           77 MAXIN   PIC 9999999V99.
           77 MIDIN   PIC 9(9).
           77 CANTFOR PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           77 CUENTACT PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

       MAIN-PARA.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Recibos domiciliados" LINE 5 COLUMN 29.
           DISPLAY "Acreedor   Referencia           Nombre"
                   LINE 7 COLUMN 5.
           DISPLAY "Maximo     E" LINE 7 COLUMN 63.
           ACCEPT FECHAB FROM DATE.

           *> Mandatos de la cuenta de la sesion, por la clave alterna
           *> CUENTAMAN; los ficheros se autoinicializan la primera
           *> vez, igual que ORDENESFILE en MANTORD.
           MOVE 0 TO CUENT.
           MOVE "N" TO EOF.
           OPEN I-O MANDATOSFILE.
           IF FSMA = "35"
               OPEN OUTPUT MANDATOSFILE
               CLOSE MANDATOSFILE
               OPEN I-O MANDATOSFILE
           END-IF.
           MOVE CUENTACT TO CUENTAMAN.
           START MANDATOSFILE
               KEY = CUENTAMAN
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERMANDATOS.
           IF EOF = "N"
               READ MANDATOSFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "Y" OR CUENTAMAN NOT = CUENTACT
               GO TO FINMANDATOS
           END-IF.
           IF CUENT < 5
               ADD CUENT TO 8 GIVING LUGAR
               ADD 1 TO CUENT
               DISPLAY CREDMAN LINE LUGAR COLUMN 5
               DISPLAY REFMAN LINE LUGAR COLUMN 16
               DISPLAY NOMACRE LINE LUGAR COLUMN 37
               MOVE MAXMAN TO CANTFOR
               DISPLAY CANTFOR LINE LUGAR COLUMN 58
               DISPLAY ESTADOMAN LINE LUGAR COLUMN 74
           END-IF.
           GO TO LEERMANDATOS.
       FINMANDATOS.
           CLOSE MANDATOSFILE.
           IF CUENT = 0
               DISPLAY "No tiene domiciliaciones autorizadas"
                       LINE 9 COLUMN 15
           END-IF.

           *> Recibos cobrados que aun pueden devolverse (hasta
           *> RCLIMITE, fijado por COBRODOM con el plazo de DOMCFG) y
           *> las devoluciones pedidas pendientes del proceso nocturno.
           DISPLAY "MID       Acreedor   Recibo            Importe"
                   LINE 13 COLUMN 5.
           DISPLAY "Hasta  E" LINE 13 COLUMN 55.
           MOVE 0 TO CUENT.
           MOVE "N" TO EOF.
           OPEN I-O RECIBOSFILE.
           IF FSRC = "35"
               OPEN OUTPUT RECIBOSFILE
               CLOSE RECIBOSFILE
               OPEN I-O RECIBOSFILE
           END-IF.
           MOVE CUENTACT TO RCCUENTA.
           START RECIBOSFILE
               KEY = RCCUENTA
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERRECIBOS.
           IF EOF = "N"
               READ RECIBOSFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "Y" OR RCCUENTA NOT = CUENTACT
               GO TO FINRECIBOS
           END-IF.
           IF RCESTADO = "D"
               GO TO LEERRECIBOS
           END-IF.
           IF RCESTADO = "C" AND RCLIMITE < FECHAB
               GO TO LEERRECIBOS
           END-IF.
           IF CUENT < 4
               ADD CUENT TO 14 GIVING LUGAR
               ADD 1 TO CUENT
               DISPLAY RCMID LINE LUGAR COLUMN 5
               DISPLAY RCCRED LINE LUGAR COLUMN 15
               DISPLAY RCNUM LINE LUGAR COLUMN 26
               MOVE RCCANT TO CANTFOR
               DISPLAY CANTFOR LINE LUGAR COLUMN 40
               DISPLAY RCLIMITE LINE LUGAR COLUMN 55
               DISPLAY RCESTADO LINE LUGAR COLUMN 62
           END-IF.
           GO TO LEERRECIBOS.
       FINRECIBOS.
           CLOSE RECIBOSFILE.
           IF CUENT = 0
               DISPLAY "No tiene recibos que puedan devolverse"
                       LINE 15 COLUMN 15
           END-IF.

           DISPLAY "1-Autorizar  2-Revocar  3-Devolver recibo  "
                   "4-Volver" LINE 19 COLUMN 12.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       ELEGIR.
           ACCEPT OPCION LINE 20 COLUMN 25
               ON EXCEPTION GO TO SALIDA
           END-ACCEPT.
           EVALUATE OPCION
               WHEN 1
                   GO TO ALTA
               WHEN 2
                   GO TO REVOCAR
               WHEN 3
                   GO TO DEVOLVER
               WHEN 4
                   GO TO SALIDA
               WHEN OTHER
                   GO TO ELEGIR
           END-EVALUATE.

       ALTA.
           *> El cliente autoriza al acreedor a cargar en esta cuenta
           *> los recibos con esa referencia, hasta el maximo que
           *> indique; COBRODOM devuelve cualquier recibo que no
           *> encaje con un mandato activo.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Autorizar domiciliacion" LINE 5 COLUMN 27.
           DISPLAY "Acreedor (identificador): " LINE 9 COLUMN 15.
           DISPLAY "Referencia del mandato: " LINE 11 COLUMN 15.
           DISPLAY "Nombre del acreedor: " LINE 13 COLUMN 15.
           DISPLAY "Importe maximo por recibo: " LINE 15 COLUMN 15.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           ACCEPT CREDIN LINE 9 COLUMN 41
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           ACCEPT REFIN LINE 11 COLUMN 39
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           ACCEPT NOMIN LINE 13 COLUMN 36
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           ACCEPT MAXIN LINE 15 COLUMN 42
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           IF CREDIN = SPACES OR REFIN = SPACES OR MAXIN = 0
               DISPLAY "Acreedor, referencia o importe no validos"
                       LINE 20 COLUMN 15
               GO TO REPEATALTA
           END-IF.

           OPEN I-O MANDATOSFILE.
           MOVE CREDIN TO CREDMAN.
           MOVE REFIN TO REFMAN.
           READ MANDATOSFILE WITH LOCK
               INVALID KEY
                   GO TO ALTANUEVA
           END-READ.
           *> Un mandato revocado de esta misma cuenta se reactiva
           *> con los datos nuevos; el de otra cuenta no se toca.
           IF CUENTAMAN NOT = CUENTACT OR ESTADOMAN NOT = "R"
               UNLOCK MANDATOSFILE
               CLOSE MANDATOSFILE
               DISPLAY "Ya existe un mandato con esa referencia"
                       LINE 20 COLUMN 15
               GO TO REPEATALTA
           END-IF.
           MOVE NOMIN TO NOMACRE.
           MOVE MAXIN TO MAXMAN.
           MOVE "A" TO ESTADOMAN.
           MOVE FECHAB TO FECHAMAN.
           REWRITE MANDATOSREC.
           UNLOCK MANDATOSFILE.
           CLOSE MANDATOSFILE.
           DISPLAY "Domiciliacion reactivada correctamente"
                   LINE 20 COLUMN 15.
           GO TO REPEATALTA.
       ALTANUEVA.
           MOVE CREDIN TO CREDMAN.
           MOVE REFIN TO REFMAN.
           MOVE CUENTACT TO CUENTAMAN.
           MOVE DNIACT TO DNIMAN.
           MOVE NOMIN TO NOMACRE.
           MOVE MAXIN TO MAXMAN.
           MOVE "A" TO ESTADOMAN.
           MOVE FECHAB TO FECHAMAN.
           WRITE MANDATOSREC.
           CLOSE MANDATOSFILE.
           DISPLAY "Domiciliacion autorizada correctamente"
                   LINE 20 COLUMN 15.
       REPEATALTA.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATALTA2.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATALTA2
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATALTA2
               END-IF
           END-IF.
           GO TO MAIN-PARA.

       REVOCAR.
           *> Revocar no borra el mandato: queda en estado R y
           *> COBRODOM devuelve sus recibos con motivo NM.
           DISPLAY "Acreedor: " LINE 21 COLUMN 15.
           DISPLAY "Referencia: " LINE 22 COLUMN 15.
           ACCEPT CREDIN LINE 21 COLUMN 25
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           ACCEPT REFIN LINE 22 COLUMN 27
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           OPEN I-O MANDATOSFILE.
           MOVE CREDIN TO CREDMAN.
           MOVE REFIN TO REFMAN.
           READ MANDATOSFILE WITH LOCK
               INVALID KEY
                   CLOSE MANDATOSFILE
                   GO TO NOENCONTRADO
           END-READ.
           *> Solo los mandatos de la cuenta de la sesion.
           IF CUENTAMAN NOT = CUENTACT OR ESTADOMAN NOT = "A"
               UNLOCK MANDATOSFILE
               CLOSE MANDATOSFILE
               GO TO NOENCONTRADO
           END-IF.
           MOVE "R" TO ESTADOMAN.
           REWRITE MANDATOSREC.
           UNLOCK MANDATOSFILE.
           CLOSE MANDATOSFILE.
           GO TO MAIN-PARA.

       DEVOLVER.
           *> La devolucion se pide aqui y la abona COBRODOM en el
           *> proceso nocturno, que ademas se la comunica al acreedor
           *> en RECIBOSDEV.DAT con motivo RC.
           DISPLAY "MID del recibo a devolver: " LINE 21 COLUMN 15.
           ACCEPT MIDIN LINE 21 COLUMN 42
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           OPEN I-O RECIBOSFILE.
           MOVE MIDIN TO RCMID.
           READ RECIBOSFILE WITH LOCK
               INVALID KEY
                   CLOSE RECIBOSFILE
                   GO TO NOENCONTRADO
           END-READ.
           IF RCCUENTA NOT = CUENTACT OR RCESTADO NOT = "C"
                   OR RCLIMITE < FECHAB
               UNLOCK RECIBOSFILE
               CLOSE RECIBOSFILE
               GO TO NOENCONTRADO
           END-IF.
           MOVE "S" TO RCESTADO.
           REWRITE RECIBOSREC.
           UNLOCK RECIBOSFILE.
           CLOSE RECIBOSFILE.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Devolucion registrada: el importe se abonara"
                   LINE 10 COLUMN 15.
           DISPLAY "en su cuenta en el proceso de esta noche."
                   LINE 11 COLUMN 15.
           GO TO REPEATALTA.

       NOENCONTRADO.
           DISPLAY "No tiene ningun mandato o recibo asi en ese estado"
                   LINE 23 COLUMN 12.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATNE.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATNE
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATNE
               END-IF
           END-IF.
           GO TO MAIN-PARA.

       SALIDA.
           EXIT PROGRAM.

       END PROGRAM MISRECIBOS.
