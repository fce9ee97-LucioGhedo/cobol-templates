 IDENTIFICATION DIVISION.
 PROGRAM-ID. IMMAGINE.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* IMMAGINE PRIMA E RIPRISTINO DEI FILE AGGIORNATI DA UN PASSO
* DELLA CATENA, CHIAMABILE COME AMBIENTE DA NOTTURNO. QUANDO UN
* PASSO CHE RISCRIVE UN MASTER (DELTAPER SU ANAGR2.TXT, POPOLA E
* TABORDD SUGLI INDICI PERSONE, INDICI SU FILIALI.IDX) CADE A
* META', IL MASTER RESTA SCRITTO A MEZZO E LA RIPRESA RIGIRAVA
* IL PASSO SU UN INGRESSO ROVINATO. OGNI PASSO DICHIARA SU
* FILEPASS.TXT (FILEPASS.CPY) I FILE CHE CAMBIA; SENZA FILE (O
* FILE VUOTO) VALGONO LE DICHIARAZIONI COMPILATE DI RIPIEGO:
*   DELTAPER  ANAGR2.TXT        SEQUENZIALE
*   DELTAPER  TRASPROP.TXT      SEQUENZIALE
*   POPOLA    ANAGRA.TXT        SEQUENZIALE
*   POPOLA    ANAGRA.IDX        INDICE PERSONE DI POPOLA
*   TABORDD   ANAGR2.IDX        INDICE PERSONE DI TABORDD
*   INDICI    FILIALI.IDX       MASTER FILIALI INDICIZZATO
* FUNZIONI:
*   'S' SALVA: PRIMA DEL PASSO COPIA OGNI FILE DICHIARATO SULLA
*       SUA IMMAGINE 'PRIMA-' + NOME (I SEQUENZIALI BYTE PER
*       BYTE, COSI' VA BENE QUALSIASI TRACCIATO; I MASTER
*       FILIALI E GLI INDICI PERSONE RECORD PER RECORD IN ORDINE
*       DI CHIAVE) E ANNOTA I FILE SALVATI SU IMMAGINI.TXT
*   'R' RIPRISTINA: RICOPIA LE IMMAGINI ANNOTATE SU IMMAGINI.TXT
*       (DEL PASSO INDICATO, O DI QUALSIASI PASSO SE IL NOME
*       ARRIVA VUOTO, E IN QUEL CASO IL NOME DEL PASSO TORNA AL
*       CHIAMANTE) SUI FILE ORIGINALI; OGNI FILE RIPRISTINATO
*       VA SU EXCEPTION.LOG A NOME DEL PASSO CON OP=RIPRISTINO.
*       SE UN RIPRISTINO NON RIESCE L'ELENCO RESTA, COSI' LA
*       PARTENZA SUCCESSIVA CI RIPROVA
*   'C' CHIUDE: IL PASSO E' FINITO, L'ELENCO SI SVUOTA
* UN ELENCO NON VUOTO ALLA PARTENZA DI NOTTURNO VUOL DIRE CHE LA
* CATENA E' CADUTA DENTRO UN PASSO: NOTTURNO CHIAMA 'R' COL NOME
* VUOTO E RIPARTE DA FILE PULITI.
* RITORNA IL NUMERO DI FILE SALVATI O RIPRISTINATI E L'ESITO
* (0 TUTTO BENE, 1 ALMENO UN FILE NON SALVATO O NON
* RIPRISTINATO; UN MASTER INDICIZZATO ASSENTE NON E' UN ERRORE,
* SEMPLICEMENTE NON HA IMMAGINE). I NOMI PASSANO DAL MODULO
* COMUNE AMBIENTE COME NEGLI ALTRI PROGRAMMI DELLA CATENA
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* DICHIARAZIONI DEI FILE AGGIORNATI DA OGNI PASSO
     SELECT OPTIONAL DICHF ASSIGN TO NOME-DICHIARAZIONI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ELENCO DELLE IMMAGINI DEL PASSO IN CORSO
     SELECT OPTIONAL PENDF ASSIGN TO NOME-PENDENTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE SEQUENZIALE DICHIARATO E SUA IMMAGINE, UN BYTE PER
* RECORD, NOMI A RUN TIME
     SELECT OPTIONAL ORIGF ASSIGN TO NOME-ORIGINALE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL
     FILE STATUS IS STATO-ORIG.
     SELECT PRIMAF   ASSIGN TO NOME-PRIMA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL
     FILE STATUS IS STATO-PRIMA.
* MASTER FILIALI DICHIARATO E SUA IMMAGINE PIATTA
     SELECT FILIALEF ASSIGN TO NOME-ORIGINALE
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS STATO-ORIG.
     SELECT PRIMAIDXF ASSIGN TO NOME-PRIMA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL
     FILE STATUS IS STATO-PRIMA.
* INDICE PERSONE DI POPOLA (ANAGRA.IDX) E SUA IMMAGINE PIATTA
     SELECT INDPOPF  ASSIGN TO NOME-ORIGINALE
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDXP-COD
     STATUS STATO-ORIG.
     SELECT PRIMAPOPF ASSIGN TO NOME-PRIMA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL
     FILE STATUS IS STATO-PRIMA.
* INDICE PERSONE DI TABORDD (ANAGR2.IDX) E SUA IMMAGINE PIATTA
     SELECT INDORDF  ASSIGN TO NOME-ORIGINALE
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDXT-COD
     ALTERNATE RECORD KEY IDXT-COGNOME WITH DUPLICATES
     STATUS STATO-ORIG.
     SELECT PRIMAORDF ASSIGN TO NOME-PRIMA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL
     FILE STATUS IS STATO-PRIMA.
     SELECT OPTIONAL EXCF ASSIGN TO NOME-ECCEZIONI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   DICHF
      DATA RECORD IS REC-DICH.
 01 REC-DICH          PIC X(33).
 FD   PENDF
      DATA RECORD IS REC-PEND.
 01 REC-PEND          PIC X(33).
 FD   ORIGF
      DATA RECORD IS REC-ORIG.
 01 REC-ORIG          PIC X.
 FD   PRIMAF
      DATA RECORD IS REC-PRIMA.
 01 REC-PRIMA         PIC X.
 FD   FILIALEF
      DATA RECORD IS REC-FILIALE.
 01 REC-FILIALE.
    COPY FILIALE.
 FD   PRIMAIDXF
      DATA RECORD IS REC-PRIMAIDX.
 01 REC-PRIMAIDX      PIC X(47).
 FD   INDPOPF
      DATA RECORD IS REC-INDPOP.
 01 REC-INDPOP.
    05 IDXP-COD       PIC 9(6).
    COPY PERSONA REPLACING ==LVL==     BY ==05==
                           ==NOME==    BY ==IDXP-NOME==
                           ==COGNOME== BY ==IDXP-COGNOME==
                           ==ANNI==    BY ==IDXP-ANNI==
                           ==DATA-NASCITA== BY ==IDXP-NASCITA==.
 FD   PRIMAPOPF
      DATA RECORD IS REC-PRIMAPOP.
 01 REC-PRIMAPOP      PIC X(37).
 FD   INDORDF
      DATA RECORD IS REC-INDORD.
 01 REC-INDORD.
    05 IDXT-COD       PIC 9(6).
    COPY PERSONA REPLACING ==LVL==     BY ==05==
                           ==NOME==    BY ==IDXT-NOME==
                           ==COGNOME== BY ==IDXT-COGNOME==
                           ==ANNI==    BY ==IDXT-ANNI==
                           ==DATA-NASCITA== BY ==IDXT-NASCITA==.
    05 IDXT-CITTA     PIC X(10).
    05 IDXT-STATO     PIC X.
 FD   PRIMAORDF
      DATA RECORD IS REC-PRIMAORD.
 01 REC-PRIMAORD      PIC X(48).
 FD   EXCF
      DATA RECORD IS REC-EXC.
 01 REC-EXC           PIC X(70).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-DICHIARAZIONI PIC X(24) VALUE 'FILEPASS.TXT'.
 01 NOME-PENDENTI     PIC X(24) VALUE 'IMMAGINI.TXT'.
 01 NOME-ECCEZIONI    PIC X(24) VALUE 'EXCEPTION.LOG'.
 01 NOME-ORIGINALE    PIC X(24).
 01 NOME-PRIMA        PIC X(30).
 01 FLAG-PROVA        PIC X VALUE 'N'.
 01 STATO-ORIG        PIC XX.
 01 STATO-PRIMA       PIC XX.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 FINE-COPIA        PIC X VALUE SPACES.
 01 DICH-LETTE        PIC 9(3) VALUE 0.
*****************************************************
* RIGA DI DICHIARAZIONE O DI ELENCO IN LAVORO E     *
* ESITO DEL FILE CORRENTE ('S' FATTO, 'N' ERRORE,   *
* 'A' MASTER ASSENTE, NIENTE DA SALVARE)            *
*****************************************************
 01 RIGA-IMMAGINE.
    COPY FILEPASS.
 01 ESITO-FILE        PIC X VALUE SPACES.
*****************************************************
* CAMPI DI SUPPORTO PER IL LOG EXCEPTION.LOG        *
*****************************************************
 01 EXC-OP            PIC X(16).
 01 EXC-DATE          PIC 9(6).
 01 EXC-TIME          PIC 9(8).
 01 STATO-ECCEZIONE   PIC XX.
 LINKAGE SECTION.
*****************************************************
* FUNZIONE ('S', 'R', 'C'), PASSO DELLA CATENA,     *
* FILE TRATTATI ED ESITO                            *
*****************************************************
 01 FUNZIONE-IMMAGINE PIC X.
 01 PASSO-IMMAGINE    PIC X(8).
 01 FILE-TRATTATI     PIC 99.
 01 ESITO-IMMAGINE    PIC 9.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING FUNZIONE-IMMAGINE PASSO-IMMAGINE
                          FILE-TRATTATI ESITO-IMMAGINE.

 MAIN-LINE.
     CALL 'AMBIENTE' USING NOME-DICHIARAZIONI FLAG-PROVA.
     CALL 'AMBIENTE' USING NOME-PENDENTI FLAG-PROVA.
     CALL 'AMBIENTE' USING NOME-ECCEZIONI FLAG-PROVA.
     MOVE 0 TO FILE-TRATTATI.
     MOVE 0 TO ESITO-IMMAGINE.
     EVALUATE FUNZIONE-IMMAGINE
          WHEN 'S'
               PERFORM SALVA THRU FINE-SALVA
          WHEN 'R'
               PERFORM RIPRISTINA THRU FINE-RIPRISTINA
          WHEN 'C'
               PERFORM SVUOTA-ELENCO THRU FINE-SVUOTA-ELENCO
          WHEN OTHER
               MOVE 1 TO ESITO-IMMAGINE
     END-EVALUATE.

     GOBACK.
*****************************************************
* SALVA: IMMAGINE DI OGNI FILE DICHIARATO DAL PASSO *
* E NUOVO ELENCO DELLE IMMAGINI SU IMMAGINI.TXT     *
*****************************************************
 SALVA.
     OPEN OUTPUT PENDF.
     MOVE 0 TO DICH-LETTE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT DICHF.
     READ DICHF INTO RIGA-IMMAGINE
          AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM SALVA-DICHIARAZIONE THRU FINE-SALVA-DICHIARAZIONE
          UNTIL FINE-FILE = 'S'.
     CLOSE DICHF.
     IF DICH-LETTE = 0
          PERFORM DICHIARAZIONI-DI-RIPIEGO
               THRU FINE-DICHIARAZIONI-DI-RIPIEGO
     END-IF.
     CLOSE PENDF.
 FINE-SALVA.
      EXIT.
 SALVA-DICHIARAZIONE.
     ADD 1 TO DICH-LETTE.
     IF FP-PASSO = PASSO-IMMAGINE
          PERFORM PRENDI-IMMAGINE THRU FINE-PRENDI-IMMAGINE
     END-IF.
     READ DICHF INTO RIGA-IMMAGINE
          AT END MOVE 'S' TO FINE-FILE.
 FINE-SALVA-DICHIARAZIONE.
      EXIT.
*****************************************************
* LE DICHIARAZIONI DI SEMPRE, COMPILATE COME        *
* RIPIEGO                                           *
*****************************************************
 DICHIARAZIONI-DI-RIPIEGO.
     MOVE PASSO-IMMAGINE TO FP-PASSO.
     EVALUATE PASSO-IMMAGINE
          WHEN 'DELTAPER'
               MOVE 'ANAGR2.TXT' TO FP-FILE
               MOVE 'S' TO FP-TIPO
               PERFORM PRENDI-IMMAGINE THRU FINE-PRENDI-IMMAGINE
               MOVE 'TRASPROP.TXT' TO FP-FILE
               MOVE 'S' TO FP-TIPO
               PERFORM PRENDI-IMMAGINE THRU FINE-PRENDI-IMMAGINE
          WHEN 'POPOLA'
               MOVE 'ANAGRA.TXT' TO FP-FILE
               MOVE 'S' TO FP-TIPO
               PERFORM PRENDI-IMMAGINE THRU FINE-PRENDI-IMMAGINE
               MOVE 'ANAGRA.IDX' TO FP-FILE
               MOVE 'P' TO FP-TIPO
               PERFORM PRENDI-IMMAGINE THRU FINE-PRENDI-IMMAGINE
          WHEN 'TABORDD'
               MOVE 'ANAGR2.IDX' TO FP-FILE
               MOVE 'T' TO FP-TIPO
               PERFORM PRENDI-IMMAGINE THRU FINE-PRENDI-IMMAGINE
          WHEN 'INDICI'
               MOVE 'FILIALI.IDX' TO FP-FILE
               MOVE 'I' TO FP-TIPO
               PERFORM PRENDI-IMMAGINE THRU FINE-PRENDI-IMMAGINE
          WHEN OTHER
               CONTINUE
     END-EVALUATE.
 FINE-DICHIARAZIONI-DI-RIPIEGO.
      EXIT.
*****************************************************
* IMMAGINE DEL FILE DELLA RIGA IN LAVORO: SE RIESCE *
* IL FILE VA SULL'ELENCO, SE NO SU EXCEPTION.LOG    *
*****************************************************
 PRENDI-IMMAGINE.
     PERFORM IMPOSTA-NOMI THRU FINE-IMPOSTA-NOMI.
     EVALUATE FP-TIPO
          WHEN 'S'
               PERFORM SALVA-SEQUENZIALE
                    THRU FINE-SALVA-SEQUENZIALE
          WHEN 'I'
               PERFORM SALVA-INDICIZZATO
                    THRU FINE-SALVA-INDICIZZATO
          WHEN 'P'
               PERFORM SALVA-INDICE-POP
                    THRU FINE-SALVA-INDICE-POP
          WHEN 'T'
               PERFORM SALVA-INDICE-ORD
                    THRU FINE-SALVA-INDICE-ORD
          WHEN OTHER
               DISPLAY 'TIPO FILE NON VALIDO IN FILEPASS.TXT: '
                       RIGA-IMMAGINE
               MOVE 'N' TO ESITO-FILE
               MOVE SPACES TO STATO-ECCEZIONE
     END-EVALUATE.
     EVALUATE ESITO-FILE
          WHEN 'S'
               WRITE REC-PEND FROM RIGA-IMMAGINE
               ADD 1 TO FILE-TRATTATI
               DISPLAY 'IMMAGINE DI ' NOME-ORIGINALE
                       ' SU ' NOME-PRIMA
          WHEN 'A'
               DISPLAY 'MASTER ' NOME-ORIGINALE
                       ' ASSENTE, NESSUNA IMMAGINE'
          WHEN OTHER
               MOVE 1 TO ESITO-IMMAGINE
               DISPLAY 'IMMAGINE DI ' NOME-ORIGINALE
                       ' NON RIUSCITA, STATUS ' STATO-ECCEZIONE
               IF STATO-ECCEZIONE NOT = SPACES
                    MOVE 'IMMAGINE' TO EXC-OP
                    PERFORM SCRIVI-ECCEZIONE
                         THRU FINE-SCRIVI-ECCEZIONE
               END-IF
     END-EVALUATE.
 FINE-PRENDI-IMMAGINE.
      EXIT.
* NOME PER L'AMBIENTE IN CORSO E NOME DELLA SUA IMMAGINE
 IMPOSTA-NOMI.
     MOVE FP-FILE TO NOME-ORIGINALE.
     CALL 'AMBIENTE' USING NOME-ORIGINALE FLAG-PROVA.
     MOVE SPACES TO NOME-PRIMA.
     STRING 'PRIMA-'       DELIMITED BY SIZE
            NOME-ORIGINALE DELIMITED BY SPACE
            INTO NOME-PRIMA
     END-STRING.
 FINE-IMPOSTA-NOMI.
      EXIT.
*****************************************************
* IMMAGINE DI UN FILE SEQUENZIALE, UN BYTE PER      *
* RECORD; UN FILE ASSENTE HA UN'IMMAGINE VUOTA      *
*****************************************************
 SALVA-SEQUENZIALE.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT ORIGF.
     IF STATO-ORIG NOT = '00' AND STATO-ORIG NOT = '05'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-ORIG TO STATO-ECCEZIONE
     ELSE
          OPEN OUTPUT PRIMAF
          IF STATO-PRIMA NOT = '00'
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-PRIMA TO STATO-ECCEZIONE
          ELSE
               PERFORM LEGGI-ORIGINALE THRU FINE-LEGGI-ORIGINALE
               PERFORM COPIA-SU-IMMAGINE
                    THRU FINE-COPIA-SU-IMMAGINE
                    UNTIL FINE-COPIA = 'S'
               CLOSE PRIMAF
          END-IF
          CLOSE ORIGF
     END-IF.
 FINE-SALVA-SEQUENZIALE.
      EXIT.
 COPIA-SU-IMMAGINE.
     MOVE REC-ORIG TO REC-PRIMA.
     WRITE REC-PRIMA.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
          MOVE 'S' TO FINE-COPIA
     ELSE
          PERFORM LEGGI-ORIGINALE THRU FINE-LEGGI-ORIGINALE
     END-IF.
 FINE-COPIA-SU-IMMAGINE.
      EXIT.
 LEGGI-ORIGINALE.
     READ ORIGF AT END MOVE 'S' TO FINE-COPIA END-READ.
     IF STATO-ORIG NOT = '00' AND STATO-ORIG NOT = '10'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-ORIG TO STATO-ECCEZIONE
          MOVE 'S' TO FINE-COPIA
     END-IF.
 FINE-LEGGI-ORIGINALE.
      EXIT.
*****************************************************
* IMMAGINE DI UN MASTER FILIALI, RECORD PER RECORD  *
* IN ORDINE DI CODICE                               *
*****************************************************
 SALVA-INDICIZZATO.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT FILIALEF.
     EVALUATE STATO-ORIG
          WHEN '00'
               PERFORM SCARICA-MASTER THRU FINE-SCARICA-MASTER
               CLOSE FILIALEF
          WHEN '35'
               MOVE 'A' TO ESITO-FILE
          WHEN OTHER
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
     END-EVALUATE.
 FINE-SALVA-INDICIZZATO.
      EXIT.
 SCARICA-MASTER.
     OPEN OUTPUT PRIMAIDXF.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
     ELSE
          MOVE 0 TO COD-FILIALE
          START FILIALEF KEY IS NOT LESS THAN COD-FILIALE
               INVALID KEY MOVE 'S' TO FINE-COPIA
          END-START
          IF FINE-COPIA NOT = 'S'
               READ FILIALEF NEXT AT END MOVE 'S' TO FINE-COPIA
               END-READ
          END-IF
          PERFORM SCARICA-FILIALE THRU FINE-SCARICA-FILIALE
               UNTIL FINE-COPIA = 'S'
          CLOSE PRIMAIDXF
     END-IF.
 FINE-SCARICA-MASTER.
      EXIT.
 SCARICA-FILIALE.
     WRITE REC-PRIMAIDX FROM REC-FILIALE.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
          MOVE 'S' TO FINE-COPIA
     ELSE
          READ FILIALEF NEXT AT END MOVE 'S' TO FINE-COPIA
          END-READ
     END-IF.
 FINE-SCARICA-FILIALE.
      EXIT.
*****************************************************
* IMMAGINE DELL'INDICE PERSONE DI POPOLA, RECORD    *
* PER RECORD IN ORDINE DI CODICE                    *
*****************************************************
 SALVA-INDICE-POP.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT INDPOPF.
     EVALUATE STATO-ORIG
          WHEN '00'
               PERFORM SCARICA-INDICE-POP
                    THRU FINE-SCARICA-INDICE-POP
               CLOSE INDPOPF
          WHEN '35'
               MOVE 'A' TO ESITO-FILE
          WHEN OTHER
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
     END-EVALUATE.
 FINE-SALVA-INDICE-POP.
      EXIT.
 SCARICA-INDICE-POP.
     OPEN OUTPUT PRIMAPOPF.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
     ELSE
          MOVE 0 TO IDXP-COD
          START INDPOPF KEY IS NOT LESS THAN IDXP-COD
               INVALID KEY MOVE 'S' TO FINE-COPIA
          END-START
          IF FINE-COPIA NOT = 'S'
               READ INDPOPF NEXT AT END MOVE 'S' TO FINE-COPIA
               END-READ
          END-IF
          PERFORM SCARICA-PERSONA-POP THRU FINE-SCARICA-PERSONA-POP
               UNTIL FINE-COPIA = 'S'
          CLOSE PRIMAPOPF
     END-IF.
 FINE-SCARICA-INDICE-POP.
      EXIT.
 SCARICA-PERSONA-POP.
     WRITE REC-PRIMAPOP FROM REC-INDPOP.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
          MOVE 'S' TO FINE-COPIA
     ELSE
          READ INDPOPF NEXT AT END MOVE 'S' TO FINE-COPIA
          END-READ
     END-IF.
 FINE-SCARICA-PERSONA-POP.
      EXIT.
*****************************************************
* IMMAGINE DELL'INDICE PERSONE DI TABORDD, RECORD   *
* PER RECORD IN ORDINE DI CODICE                    *
*****************************************************
 SALVA-INDICE-ORD.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT INDORDF.
     EVALUATE STATO-ORIG
          WHEN '00'
               PERFORM SCARICA-INDICE-ORD
                    THRU FINE-SCARICA-INDICE-ORD
               CLOSE INDORDF
          WHEN '35'
               MOVE 'A' TO ESITO-FILE
          WHEN OTHER
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
     END-EVALUATE.
 FINE-SALVA-INDICE-ORD.
      EXIT.
 SCARICA-INDICE-ORD.
     OPEN OUTPUT PRIMAORDF.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
     ELSE
          MOVE 0 TO IDXT-COD
          START INDORDF KEY IS NOT LESS THAN IDXT-COD
               INVALID KEY MOVE 'S' TO FINE-COPIA
          END-START
          IF FINE-COPIA NOT = 'S'
               READ INDORDF NEXT AT END MOVE 'S' TO FINE-COPIA
               END-READ
          END-IF
          PERFORM SCARICA-PERSONA-ORD THRU FINE-SCARICA-PERSONA-ORD
               UNTIL FINE-COPIA = 'S'
          CLOSE PRIMAORDF
     END-IF.
 FINE-SCARICA-INDICE-ORD.
      EXIT.
 SCARICA-PERSONA-ORD.
     WRITE REC-PRIMAORD FROM REC-INDORD.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
          MOVE 'S' TO FINE-COPIA
     ELSE
          READ INDORDF NEXT AT END MOVE 'S' TO FINE-COPIA
          END-READ
     END-IF.
 FINE-SCARICA-PERSONA-ORD.
      EXIT.
*****************************************************
* RIPRISTINA: RICOPIA LE IMMAGINI DELL'ELENCO SUI   *
* FILE ORIGINALI; L'ELENCO SI SVUOTA SOLO SE TUTTI  *
* I RIPRISTINI SONO RIUSCITI                        *
*****************************************************
 RIPRISTINA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PENDF.
     READ PENDF INTO RIGA-IMMAGINE
          AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM RIPRISTINA-RIGA THRU FINE-RIPRISTINA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PENDF.
     IF ESITO-IMMAGINE = 0
          PERFORM SVUOTA-ELENCO THRU FINE-SVUOTA-ELENCO
     ELSE
          DISPLAY 'ELENCO ' NOME-PENDENTI ' CONSERVATO: IL'
                  ' RIPRISTINO SARA'' RIPETUTO ALLA PROSSIMA'
                  ' PARTENZA'
     END-IF.
 FINE-RIPRISTINA.
      EXIT.
 RIPRISTINA-RIGA.
     IF PASSO-IMMAGINE = SPACES OR FP-PASSO = PASSO-IMMAGINE
          MOVE FP-PASSO TO PASSO-IMMAGINE
          PERFORM RIPRISTINA-FILE THRU FINE-RIPRISTINA-FILE
     END-IF.
     READ PENDF INTO RIGA-IMMAGINE
          AT END MOVE 'S' TO FINE-FILE.
 FINE-RIPRISTINA-RIGA.
      EXIT.
 RIPRISTINA-FILE.
     PERFORM IMPOSTA-NOMI THRU FINE-IMPOSTA-NOMI.
     MOVE '00' TO STATO-ECCEZIONE.
     EVALUATE FP-TIPO
          WHEN 'I'
               PERFORM RIPRISTINA-INDICIZZATO
                    THRU FINE-RIPRISTINA-INDICIZZATO
          WHEN 'P'
               PERFORM RIPRISTINA-INDICE-POP
                    THRU FINE-RIPRISTINA-INDICE-POP
          WHEN 'T'
               PERFORM RIPRISTINA-INDICE-ORD
                    THRU FINE-RIPRISTINA-INDICE-ORD
          WHEN OTHER
               PERFORM RIPRISTINA-SEQUENZIALE
                    THRU FINE-RIPRISTINA-SEQUENZIALE
     END-EVALUATE.
     IF ESITO-FILE = 'S'
          ADD 1 TO FILE-TRATTATI
          DISPLAY 'RIPRISTINATO ' NOME-ORIGINALE
                  ' DA ' NOME-PRIMA
     ELSE
          MOVE 1 TO ESITO-IMMAGINE
          DISPLAY 'RIPRISTINO DI ' NOME-ORIGINALE
                  ' NON RIUSCITO, STATUS ' STATO-ECCEZIONE
     END-IF.
     MOVE 'RIPRISTINO' TO EXC-OP.
     PERFORM SCRIVI-ECCEZIONE THRU FINE-SCRIVI-ECCEZIONE.
 FINE-RIPRISTINA-FILE.
      EXIT.
*****************************************************
* RIPRISTINO DI UN FILE SEQUENZIALE: SENZA IMMAGINE *
* LEGGIBILE IL FILE ORIGINALE NON SI TOCCA          *
*****************************************************
 RIPRISTINA-SEQUENZIALE.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT PRIMAF.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
     ELSE
          OPEN OUTPUT ORIGF
          IF STATO-ORIG NOT = '00' AND STATO-ORIG NOT = '05'
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
          ELSE
               PERFORM LEGGI-IMMAGINE THRU FINE-LEGGI-IMMAGINE
               PERFORM COPIA-SU-ORIGINALE
                    THRU FINE-COPIA-SU-ORIGINALE
                    UNTIL FINE-COPIA = 'S'
               CLOSE ORIGF
          END-IF
          CLOSE PRIMAF
     END-IF.
 FINE-RIPRISTINA-SEQUENZIALE.
      EXIT.
 COPIA-SU-ORIGINALE.
     MOVE REC-PRIMA TO REC-ORIG.
     WRITE REC-ORIG.
     IF STATO-ORIG NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-ORIG TO STATO-ECCEZIONE
          MOVE 'S' TO FINE-COPIA
     ELSE
          PERFORM LEGGI-IMMAGINE THRU FINE-LEGGI-IMMAGINE
     END-IF.
 FINE-COPIA-SU-ORIGINALE.
      EXIT.
 LEGGI-IMMAGINE.
     READ PRIMAF AT END MOVE 'S' TO FINE-COPIA END-READ.
     IF STATO-PRIMA NOT = '00' AND STATO-PRIMA NOT = '10'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
          MOVE 'S' TO FINE-COPIA
     END-IF.
 FINE-LEGGI-IMMAGINE.
      EXIT.
*****************************************************
* RIPRISTINO DI UN MASTER FILIALI: IL MASTER SI     *
* RICREA DALL'IMMAGINE COME FA RIPRIDX              *
*****************************************************
 RIPRISTINA-INDICIZZATO.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT PRIMAIDXF.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
     ELSE
          OPEN OUTPUT FILIALEF
          IF STATO-ORIG NOT = '00'
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
          ELSE
               READ PRIMAIDXF AT END MOVE 'S' TO FINE-COPIA
               END-READ
               PERFORM RICARICA-FILIALE THRU FINE-RICARICA-FILIALE
                    UNTIL FINE-COPIA = 'S'
               CLOSE FILIALEF
          END-IF
          CLOSE PRIMAIDXF
     END-IF.
 FINE-RIPRISTINA-INDICIZZATO.
      EXIT.
 RICARICA-FILIALE.
     MOVE REC-PRIMAIDX TO REC-FILIALE.
     WRITE REC-FILIALE
          INVALID KEY
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
     END-WRITE.
     READ PRIMAIDXF AT END MOVE 'S' TO FINE-COPIA.
 FINE-RICARICA-FILIALE.
      EXIT.
*****************************************************
* RIPRISTINO DEGLI INDICI PERSONE: L'INDICE SI      *
* RICREA DALL'IMMAGINE COME IL MASTER FILIALI       *
*****************************************************
 RIPRISTINA-INDICE-POP.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT PRIMAPOPF.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
     ELSE
          OPEN OUTPUT INDPOPF
          IF STATO-ORIG NOT = '00'
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
          ELSE
               READ PRIMAPOPF AT END MOVE 'S' TO FINE-COPIA
               END-READ
               PERFORM RICARICA-PERSONA-POP
                    THRU FINE-RICARICA-PERSONA-POP
                    UNTIL FINE-COPIA = 'S'
               CLOSE INDPOPF
          END-IF
          CLOSE PRIMAPOPF
     END-IF.
 FINE-RIPRISTINA-INDICE-POP.
      EXIT.
 RICARICA-PERSONA-POP.
     MOVE REC-PRIMAPOP TO REC-INDPOP.
     WRITE REC-INDPOP
          INVALID KEY
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
     END-WRITE.
     READ PRIMAPOPF AT END MOVE 'S' TO FINE-COPIA.
 FINE-RICARICA-PERSONA-POP.
      EXIT.
 RIPRISTINA-INDICE-ORD.
     MOVE 'S' TO ESITO-FILE.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT PRIMAORDF.
     IF STATO-PRIMA NOT = '00'
          MOVE 'N' TO ESITO-FILE
          MOVE STATO-PRIMA TO STATO-ECCEZIONE
     ELSE
          OPEN OUTPUT INDORDF
          IF STATO-ORIG NOT = '00'
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
          ELSE
               READ PRIMAORDF AT END MOVE 'S' TO FINE-COPIA
               END-READ
               PERFORM RICARICA-PERSONA-ORD
                    THRU FINE-RICARICA-PERSONA-ORD
                    UNTIL FINE-COPIA = 'S'
               CLOSE INDORDF
          END-IF
          CLOSE PRIMAORDF
     END-IF.
 FINE-RIPRISTINA-INDICE-ORD.
      EXIT.
 RICARICA-PERSONA-ORD.
     MOVE REC-PRIMAORD TO REC-INDORD.
     WRITE REC-INDORD
          INVALID KEY
               MOVE 'N' TO ESITO-FILE
               MOVE STATO-ORIG TO STATO-ECCEZIONE
     END-WRITE.
     READ PRIMAORDF AT END MOVE 'S' TO FINE-COPIA.
 FINE-RICARICA-PERSONA-ORD.
      EXIT.
*****************************************************
* CHIUDE: IL PASSO E' FINITO, L'ELENCO SI SVUOTA    *
*****************************************************
 SVUOTA-ELENCO.
     OPEN OUTPUT PENDF.
     CLOSE PENDF.
 FINE-SVUOTA-ELENCO.
      EXIT.
*****************************************************
* SCRIVE SU EXCEPTION.LOG UNA RIGA A NOME DEL PASSO *
* CON IL FILE AL POSTO DEL CODICE; EXC-OP E         *
* STATO-ECCEZIONE DEVONO ESSERE IMPOSTATI DAL       *
* CHIAMANTE                                         *
*****************************************************
 SCRIVI-ECCEZIONE.
     ACCEPT EXC-DATE FROM DATE.
     ACCEPT EXC-TIME FROM TIME.
     OPEN EXTEND EXCF.
     MOVE SPACES TO REC-EXC.
     STRING EXC-DATE        DELIMITED BY SIZE
            '-'             DELIMITED BY SIZE
            EXC-TIME        DELIMITED BY SIZE
            ' '             DELIMITED BY SIZE
            FP-PASSO        DELIMITED BY SPACE
            ' OP='          DELIMITED BY SIZE
            EXC-OP          DELIMITED BY SPACE
            ' COD='         DELIMITED BY SIZE
            FP-FILE         DELIMITED BY SPACE
            ' STATUS='      DELIMITED BY SIZE
            STATO-ECCEZIONE DELIMITED BY SIZE
            INTO REC-EXC
     END-STRING.
     WRITE REC-EXC.
     CLOSE EXCF.
 FINE-SCRIVI-ECCEZIONE.
      EXIT.
