       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

           SELECT COTITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COTKEY
           ALTERNATE RECORD KEY IS COTDNI WITH DUPLICATES
           FILE STATUS IS FSCT.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MOVARCHFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSMA.

           SELECT BENEFICFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BENID
           FILE STATUS IS FSBE.

           SELECT ORDENESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORDENID
           FILE STATUS IS FSOR.

           SELECT AVISOPREFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREFDNI
           FILE STATUS IS FSAP.

           SELECT ANONCFGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAC.

       DATA DIVISION.
       FILE SECTION.

           FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
               01 CLIENTESREC.
                 02 DNI      PIC X(9).
                 02 NOMBAPE  PIC X(40).
                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 CLAVE    PIC X(15).
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD COTITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "COTITULARES.DAT".
               01 COTITREC.
                 02 COTKEY.
                   03 COTCUENTA PIC X(10).
                   03 COTDNI    PIC X(9).
                 02 COTROL    PIC X(1). *> T cotitular / A autorizado /
                                        *> C solo consulta
                 02 COTTOPE   PIC 9999999V99. *> tope por operacion
                                              *> (autorizados)
                 02 COTFECHA  PIC 9(6). *> AAMMDD de alta

           FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
               01 MOVIMIENTOSREC.
                 02 MID      PIC 9(9).
                 02 FECHORA  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOV   PIC X(10).
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           FD MOVARCHFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVARCH.DAT".
               01 MOVIMIENTOSRECAR.
                 02 MIDAR      PIC 9(9).
                 02 FECHORAAR  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOVAR   PIC X(10).
                 02 CONCEPTOAR PIC X(40).
                 02 CANTIDADAR PIC S9999999V99.
                 02 DESTINOAR  PIC X(10).
                 02 SALDOCUENTAAR    PIC S9999999V99.
                 02 NUMESPAR PIC 9(6).
                 02 CANTENTRAR PIC 9(5).
                 02 CLASEMOVAR PIC X(2).
                 02 PROMOMOVAR PIC X(8).

           FD BENEFICFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BENEFIC.DAT".
               01 BENEFICREC.
                 02 BENID   PIC 9(5).
                 02 DNIBEN  PIC X(9).  *> cliente dueno de la agenda
                 02 CTABEN  PIC X(10). *> cuenta destino guardada
                 02 TITBEN  PIC X(12). *> titular declarado

           FD ORDENESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDENES.DAT".
               01 ORDENESREC.
                 02 ORDENID  PIC 9(5).
                 02 DNIORD   PIC X(9).
                 02 CUENTAORD PIC X(10). *> cuenta de cargo
                 02 DESTORD  PIC X(10).
                 02 CANTORD  PIC 9999999V99.
                 02 DIAORD   PIC 99.
                 02 PROXORD  PIC 9(6). *> AAMMDD, como FECHAOF
                 02 ESTADOORD PIC X(1). *> A activa / F fallida
                 02 TITORD   PIC X(12). *> titular destino (envios
                                        *> a otra entidad)

           FD AVISOPREFFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOPREF.DAT".
               01 AVISOPREFREC.
                 02 PREFDNI    PIC X(9).
                 02 PREFCANAL  PIC X(1). *> C carta / S SMS / E correo
                 02 PREFEMAIL  PIC X(40).
                 02 PREFUMBRAL PIC 9999999V99. *> 0: sin aviso de
                                               *> saldo bajo

           FD ANONCFGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ANONCFG.DAT".
               01 ANONCFGREC.
                 02 ANOSRETEN PIC 99. *> anos de conservacion tras el
                                      *> cierre de la ultima cuenta

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSCF      PIC XX.
           77 FSCU      PIC XX.
           77 FSCT      PIC XX.
           77 FSMF      PIC XX.
           77 FSMA      PIC XX.
           77 FSBE      PIC XX.
           77 FSOR      PIC XX.
           77 FSAC      PIC XX.
           77 FSAP      PIC XX.
           77 MODO      PIC X(1). *> I informe / A anonimizar
           77 EOFCTA    PIC X VALUE "N".
           77 EOFMOV    PIC X VALUE "N".
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 DNIACT    PIC X(9).
           77 CTAACT    PIC X(10).
           77 ABIERTA   PIC X(1).
           77 NCTAS     PIC 99.
           77 ULTFECHA  PIC 9(6).
           77 FECHAMOVL PIC 9(6).
           77 MESESHOY  PIC 9(5).
           77 MESESMOV  PIC 9(5).
           77 MESESCIERRE PIC 9(5).
           77 MESESRETEN PIC 9(5).
           77 AATMP     PIC 99.
           77 MMTMP     PIC 99.
           77 AAMMTMP   PIC 9(4).
           77 REVISADOS PIC 9(5) VALUE 0.
           77 CANDIDATOS PIC 9(5) VALUE 0.
           77 ANONIMIZADOS PIC 9(5) VALUE 0.
           77 BENANON   PIC 9(5) VALUE 0.
           77 ORDANON   PIC 9(5) VALUE 0.
           *> Valores que sustituyen a los datos personales; el DNI
           *> se queda porque es la clave que enlaza las cuentas, los
           *> movimientos y la auditoria.
           77 NOMBANON  PIC X(40) VALUE "CLIENTE ANONIMIZADO".
           77 TITANON   PIC X(12) VALUE "ANONIMIZADO".

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Supresion de los datos personales de los clientes cuya
           *> relacion con el banco termino hace mas del plazo de
           *> conservacion: todas sus cuentas, como titular o en
           *> COTITULARES.DAT, cerradas (ver el CIERRE de MANTCLI) y
           *> el ultimo apunte de todas ellas, que es la liquidacion
           *> del cierre, mas antiguo que el plazo. Se sustituyen el
           *> nombre, el telefono, la direccion, los datos de
           *> conocimiento del cliente y los titulares de su agenda
           *> de beneficiarios y de sus ordenes permanentes, y se
           *> borran sus preferencias de aviso (AVISOPREF). Los
           *> importes, saldos y MID no se tocan, asi que CONCILIA y
           *> los archivos de movimientos siguen cuadrando. Se puede
           *> lanzar primero en modo informe para ver a quien afecta.
           DISPLAY "Anonimizacion de clientes sin relacion".
           DISPLAY "Modo (I=informe, A=anonimizar): "
                   WITH NO ADVANCING.
           ACCEPT MODO.
           IF MODO NOT = "I" AND MODO NOT = "A"
               DISPLAY "Modo no valido."
               EXIT PROGRAM
           END-IF.

           *> Plazo en anos, en un registro unico de configuracion al
           *> estilo de INACTCFGFILE, que se autoinicializa la primera
           *> vez con los diez anos de conservacion de la
           *> documentacion de clientes.
           OPEN I-O ANONCFGFILE.
           IF FSAC = "35"
               OPEN OUTPUT ANONCFGFILE
               MOVE 10 TO ANOSRETEN
               WRITE ANONCFGREC
               CLOSE ANONCFGFILE
               OPEN I-O ANONCFGFILE
           END-IF.
           READ ANONCFGFILE NEXT RECORD.
           CLOSE ANONCFGFILE.
           MULTIPLY ANOSRETEN BY 12 GIVING MESESRETEN.

           ACCEPT FECHAB FROM DATE.
           DIVIDE FECHAB BY 100 GIVING AAMMTMP.
           COMPUTE MMTMP = FUNCTION MOD (AAMMTMP, 100).
           DIVIDE AAMMTMP BY 100 GIVING AATMP.
           COMPUTE MESESHOY = AATMP * 12 + MMTMP.

           DISPLAY " ".
           DISPLAY "Plazo de conservacion: " ANOSRETEN " anos.".
           DISPLAY "DNI       Cuentas Cierre".

           OPEN I-O CLIENTESFILE.
           IF FSCF = "35"
               DISPLAY "No hay clientes registrados."
               EXIT PROGRAM
           END-IF.

       LEERCLI.
           READ CLIENTESFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.
           IF NOMBAPE = NOMBANON
               GO TO LEERCLI
           END-IF.
           ADD 1 TO REVISADOS.
           MOVE DNI TO DNIACT.
           MOVE "N" TO ABIERTA.
           MOVE 0 TO NCTAS.
           MOVE 0 TO ULTFECHA.

           *> Cuentas de las que es titular.
           OPEN INPUT CUENTASFILE.
           IF FSCU = "35"
               GO TO LEERCLI
           END-IF.
           MOVE "N" TO EOFCTA.
           MOVE DNIACT TO DNITIT.
           START CUENTASFILE
               KEY = DNITIT
               INVALID KEY MOVE "Y" TO EOFCTA
           END-START.
       LEERCTA.
           IF EOFCTA = "N"
               READ CUENTASFILE NEXT RECORD
                   AT END MOVE "Y" TO EOFCTA
               END-READ
           END-IF.
           IF EOFCTA = "Y" OR DNITIT NOT = DNIACT
               GO TO CUENTASCOT
           END-IF.
           ADD 1 TO NCTAS.
           IF BLOQUEADA NOT = "C"
               MOVE "S" TO ABIERTA
               GO TO CUENTASCOT
           END-IF.
           MOVE CUENTA TO CTAACT.
           PERFORM FECHACIERRE THRU FINFECHACIERRE.
           GO TO LEERCTA.

       CUENTASCOT.
           *> Cuentas de otros en las que figura (cotitular,
           *> autorizado o consulta): tambien han de estar cerradas.
           IF ABIERTA = "S"
               CLOSE CUENTASFILE
               GO TO LEERCLI
           END-IF.
           OPEN INPUT COTITFILE.
           IF FSCT = "35"
               GO TO EVALUAR
           END-IF.
           MOVE "N" TO EOFCTA.
           MOVE DNIACT TO COTDNI.
           START COTITFILE
               KEY = COTDNI
               INVALID KEY MOVE "Y" TO EOFCTA
           END-START.
       LEERCOT.
           IF EOFCTA = "N"
               READ COTITFILE NEXT RECORD
                   AT END MOVE "Y" TO EOFCTA
               END-READ
           END-IF.
           IF EOFCTA = "Y" OR COTDNI NOT = DNIACT
               CLOSE COTITFILE
               GO TO EVALUAR
           END-IF.
           MOVE COTCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY GO TO LEERCOT
           END-READ.
           ADD 1 TO NCTAS.
           IF BLOQUEADA NOT = "C"
               MOVE "S" TO ABIERTA
               CLOSE COTITFILE
               GO TO EVALUAR
           END-IF.
           MOVE CUENTA TO CTAACT.
           PERFORM FECHACIERRE THRU FINFECHACIERRE.
           GO TO LEERCOT.

       EVALUAR.
           CLOSE CUENTASFILE.
           *> Sin cuentas no hay cierre del que contar el plazo, y
           *> sin apuntes no se puede fechar: no se toca.
           IF ABIERTA = "S" OR NCTAS = 0 OR ULTFECHA = 0
               GO TO LEERCLI
           END-IF.
           DIVIDE ULTFECHA BY 100 GIVING AAMMTMP.
           COMPUTE MMTMP = FUNCTION MOD (AAMMTMP, 100).
           DIVIDE AAMMTMP BY 100 GIVING AATMP.
           COMPUTE MESESMOV = AATMP * 12 + MMTMP.
           IF MESESHOY > MESESMOV
               SUBTRACT MESESMOV FROM MESESHOY GIVING MESESCIERRE
           ELSE
               MOVE 0 TO MESESCIERRE
           END-IF.
           IF MESESCIERRE NOT > MESESRETEN
               GO TO LEERCLI
           END-IF.
           ADD 1 TO CANDIDATOS.
           DISPLAY DNIACT " " NCTAS "      " ULTFECHA.
           IF MODO NOT = "A"
               GO TO LEERCLI
           END-IF.

       ANONIMIZAR.
           READ CLIENTESFILE WITH LOCK
               INVALID KEY GO TO LEERCLI
           END-READ.
           MOVE NOMBANON TO NOMBAPE.
           MOVE SPACES TO TEL.
           MOVE SPACES TO DIR.
           *> Sin CLAVE ya no se puede entrar en LOGIN con el DNI.
           MOVE SPACES TO CLAVE.
           MOVE 0 TO FECHANAC.
           MOVE SPACES TO NACIONAL.
           MOVE 0 TO CADDOC.
           MOVE SPACES TO EMAIL.
           MOVE SPACES TO PROFESION.
           REWRITE CLIENTESREC.
           UNLOCK CLIENTESFILE.
           ADD 1 TO ANONIMIZADOS.
           PERFORM BENEFICIARIOS THRU FINBENEFICIARIOS.
           PERFORM ORDENES THRU FINORDENES.
           PERFORM PREFAVISOS THRU FINPREFAVISOS.
           PERFORM AUDITAR THRU FINAUDITAR.
           GO TO LEERCLI.

       FIN.
           CLOSE CLIENTESFILE.
           DISPLAY " ".
           DISPLAY "Clientes revisados: " REVISADOS.
           DISPLAY "Clientes fuera de plazo: " CANDIDATOS.
           IF MODO = "A"
               DISPLAY "Clientes anonimizados: " ANONIMIZADOS
               DISPLAY "Beneficiarios anonimizados: " BENANON
               DISPLAY "Ordenes anonimizadas: " ORDANON
           END-IF.
           EXIT PROGRAM.

       FECHACIERRE.
           *> Fecha del ultimo apunte de la cuenta, en el fichero
           *> vivo y en el archivo historico, igual que INACTIVAS;
           *> en una cuenta cerrada es la liquidacion del cierre.
           MOVE "N" TO EOFMOV.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               GO TO LEERARCHIVO
           END-IF.
           MOVE CTAACT TO CUENTAMOV.
           START MOVIMIENTOSFILE
               KEY = CUENTAMOV
               INVALID KEY MOVE "Y" TO EOFMOV
           END-START.
       LEERMOV.
           IF EOFMOV = "N"
               READ MOVIMIENTOSFILE NEXT RECORD
                   AT END MOVE "Y" TO EOFMOV
               END-READ
           END-IF.
           IF EOFMOV = "Y" OR CUENTAMOV NOT = CTAACT
               CLOSE MOVIMIENTOSFILE
               GO TO LEERARCHIVO
           END-IF.
           DIVIDE FECHORA BY 10000 GIVING FECHAMOVL.
           IF FECHAMOVL > ULTFECHA
               MOVE FECHAMOVL TO ULTFECHA
           END-IF.
           GO TO LEERMOV.
       LEERARCHIVO.
           MOVE "N" TO EOFMOV.
           OPEN INPUT MOVARCHFILE.
           IF FSMA = "35"
               GO TO FINFECHACIERRE
           END-IF.
       LEERMOVAR.
           READ MOVARCHFILE NEXT RECORD
               AT END
                   CLOSE MOVARCHFILE
                   GO TO FINFECHACIERRE
           END-READ.
           IF CUENTAMOVAR NOT = CTAACT
               GO TO LEERMOVAR
           END-IF.
           DIVIDE FECHORAAR BY 10000 GIVING FECHAMOVL.
           IF FECHAMOVL > ULTFECHA
               MOVE FECHAMOVL TO ULTFECHA
           END-IF.
           GO TO LEERMOVAR.
       FINFECHACIERRE.
           EXIT.

       BENEFICIARIOS.
           *> Las entradas de su agenda y las de otros clientes que
           *> apuntan a una cuenta suya llevan un titular tecleado.
           OPEN I-O BENEFICFILE.
           IF FSBE = "35"
               GO TO FINBENEFICIARIOS
           END-IF.
           OPEN INPUT CUENTASFILE.
       LEERBEN.
           READ BENEFICFILE NEXT RECORD
               AT END GO TO FINBEN
           END-READ.
           IF DNIBEN = DNIACT
               GO TO ANONBEN
           END-IF.
           MOVE CTABEN TO CUENTA.
           READ CUENTASFILE
               INVALID KEY GO TO LEERBEN
           END-READ.
           IF DNITIT NOT = DNIACT
               GO TO LEERBEN
           END-IF.
       ANONBEN.
           IF TITBEN = TITANON
               GO TO LEERBEN
           END-IF.
           MOVE TITANON TO TITBEN.
           REWRITE BENEFICREC.
           ADD 1 TO BENANON.
           GO TO LEERBEN.
       FINBEN.
           CLOSE CUENTASFILE.
           CLOSE BENEFICFILE.
       FINBENEFICIARIOS.
           EXIT.

       ORDENES.
           OPEN I-O ORDENESFILE.
           IF FSOR = "35"
               GO TO FINORDENES
           END-IF.
       LEERORD.
           READ ORDENESFILE NEXT RECORD
               AT END GO TO FINORD
           END-READ.
           IF DNIORD NOT = DNIACT OR TITORD = SPACES
                   OR TITORD = TITANON
               GO TO LEERORD
           END-IF.
           MOVE TITANON TO TITORD.
           REWRITE ORDENESREC.
           ADD 1 TO ORDANON.
           GO TO LEERORD.
       FINORD.
           CLOSE ORDENESFILE.
       FINORDENES.
           EXIT.

       PREFAVISOS.
           *> Las preferencias de aviso guardan el correo de los
           *> avisos; con todas las cuentas cerradas no queda aviso
           *> que mandar y el registro se borra.
           OPEN I-O AVISOPREFFILE.
           IF FSAP = "35"
               GO TO FINPREFAVISOS
           END-IF.
           MOVE DNIACT TO PREFDNI.
           DELETE AVISOPREFFILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           CLOSE AVISOPREFFILE.
       FINPREFAVISOS.
           EXIT.

       AUDITAR.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "ANONIMIZA" TO AUDITORIGEN.
           MOVE DNIACT TO AUDITDNI.
           MOVE "ANONIMIZACION" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Ultimo cierre " ULTFECHA ", plazo " ANOSRETEN
                  " anos"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM ANONIMIZA.
