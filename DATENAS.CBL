* LAVORARE LA LISTA DELLA SUA ZONA. LA DATA VERIFICATA SI
* RACCOGLIE POI CON CORRNAS, CHE EMETTE LA MODIFICA SU
* PERSTRAN.TXT E LA FA PASSARE DAI CONTROLLI DI DELTAPER
*
* MODIFICHE:
* - I CODICI UNITI DA UNISCPER (STATO 'U') SONO SALTATI COME
*   LE PERSONE NON ATTIVE: LA DATA SI CORREGGE SUL SUPERSTITE
* - SE LA CATENA HA PRODOTTO STANOTTE L'ESTRATTO ORDINATO (PASSO
*   ORDEST, VERIFICATO COL MODULO VERESTR) SI LEGGE QUELLO INVECE
*   DI ORDINARE; DI GIORNO, O SE IL MASTER E' CAMBIATO, SI ORDINA
*   COME PRIMA
*
 ENVIRONMENT DIVISION.
*
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT) PER CITTA
     SELECT SORTFILE ASSIGN TO 'DATENAS.SRT'.
* ANAGR2.TXT ORDINATO: IL PROPRIO SORT O L'ESTRATTO DI ORDEST
     SELECT WORKF    ASSIGN TO NOME-ORDINATO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FILE-VUOTO       PIC X VALUE SPACES.
*****************************************************
* FILE ORDINATO DA LEGGERE: IL PROPRIO SORT, O      *
* L'ESTRATTO DI ORDEST SE VERESTR LO DA' BUONO      *
*****************************************************
 01 NOME-ORDINATO    PIC X(24) VALUE 'DATENAS-ORD.TXT'.
 01 NOME-ESTRATTO    PIC X(24) VALUE 'ANAGR2-CITTA.TXT'.
 01 ESITO-ESTRATTO   PIC X VALUE 'N'.
*****************************************************
* GIUDIZIO SULLA DATA DELLA PERSONA IN ESAME        *
*****************************************************
 01 MOTIVO           PIC X(12).
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
* LA LISTA VA PER CITTA, COSI' OGNI FILIALE LAVORA LA SUA;
* DOPO LA CATENA L'ESTRATTO DI ORDEST E' GIA' IN QUELL'ORDINE
 ORDINA-FILE.
     CALL 'VERESTR' USING NOME-ESTRATTO ESITO-ESTRATTO.
     IF ESITO-ESTRATTO = 'S'
          MOVE NOME-ESTRATTO TO NOME-ORDINATO
     ELSE
          SORT SORTFILE
               ON ASCENDING KEY SD-CITTA
               USING PRIMOF
               GIVING WORKF
     END-IF.
 FINE-ORDINA-FILE.
      EXIT.
 APERTURA.
     ADD 1 TO CONT-ESAMINATE.
     MOVE SPACES TO MOTIVO.
     IF STATO-PERSONA = 'D' OR STATO-PERSONA = 'T'
        OR STATO-PERSONA = 'U'
          CONTINUE
     ELSE
          IF DATA-NASCITA = 0
