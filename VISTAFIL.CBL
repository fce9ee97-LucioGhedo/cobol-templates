 IDENTIFICATION DIVISION.
 PROGRAM-ID. VISTAFIL.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* VISTA DI UNA FILIALE A UNA DATA PER I REVISORI: ALLA DOMANDA
* "COM'ERA LA FILIALE 2004 IL 15 MARZO" LOGQRY DA' SOLO LE RIGHE
* GREZZE E RECUPERA RICOSTRUISCE TUTTO AUTO.IDX. QUI L'OPERATORE
* DA' CODICE E DATA (AAAAMMGG) E IL PROGRAMMA RIPERCORRE LE
* RIGHE DI CRUDLOG.TXT DI QUELLA FILIALE (ANCHE DAGLI ARCHIVI DI
* LOGARCH.TXT E SOTTO I CODICI PRECEDENTI DI RINUMERI.TXT, COME
* LOGQRY) SUL SUO RECORD ATTUALE DI AUTO.IDX O, SE ARCHIVIATA,
* DI AUTOHIST.IDX. SU VISTAFIL.TXT, DA ALLEGARE ALLA RICHIESTA
* DI REVISIONE, FINISCONO IL RECORD COM'ERA A FINE GIORNATA
* DELLA DATA CHIESTA E L'ELENCO DELLE VARIAZIONI DA ALLORA A OGGI.
* COME SI RICOSTRUISCE:
* - DESCRIZIONE: LA 'PRIMA' DELLA PRIMA VARIAZIONE SUCCESSIVA
*   CHE L'HA CAMBIATA, ALTRIMENTI QUELLA DEL RECORD ATTUALE
* - STATO E DATE: DAL RECORD ATTUALE, RIPORTATO INDIETRO CON
*   LE SUE DATE DI APERTURA E CHIUSURA
* - CITTA: IL GIORNALE NON LA PORTA, SI MOSTRA QUELLA ATTUALE
*   CON UNA NOTA
* - FILIALE CANCELLATA (NE' SU AUTO.IDX NE' SU AUTOHIST.IDX):
*   TUTTO DAL GIORNALE, RIAPPLICANDO IN AVANTI CREAZIONE,
*   MODIFICHE (PRIMA = DOPO E' LA RIGA DI CHIUSURA DI CRUD) E
*   CANCELLAZIONE FINO ALLA DATA CHIESTA
* LE COPPIE 'E'/'C' SCRITTE DA RINUMFIL NON SONO CANCELLAZIONI
* NE' CREAZIONI E VENGONO SOLO ELENCATE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* MASTER ATTIVO DELLE FILIALI
     SELECT PRIMOF   ASSIGN TO 'AUTO.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
* STORICO DELLE FILIALI ARCHIVIATE
     SELECT OPTIONAL STORICOF ASSIGN TO 'AUTOHIST.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE-H
     ALTERNATE RECORD KEY DESC-FILIALE-H WITH DUPLICATES
     STATUS WS-STATUS-H.
* GIORNALE VIVO
     SELECT OPTIONAL LOGF ASSIGN TO 'CRUDLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CATALOGO DEGLI ARCHIVI TAGLIATI DA ROTOLOG E ARCHIVIO
* CORRENTE, COL NOME SCELTO A RUN TIME
     SELECT OPTIONAL CATF ASSIGN TO 'LOGARCH.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ARCF ASSIGN TO WS-NOME-ARCHIVIO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CORRISPONDENZE DELLE FILIALI RINUMERATE DA RINUMFIL
     SELECT OPTIONAL RINUMF ASSIGN TO 'RINUMERI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'VISTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   PRIMOF
      DATA RECORD IS REC-PRIMOF.
 01 REC-PRIMOF.
    COPY FILIALE.
 FD   STORICOF
      DATA RECORD IS REC-STORICO.
 01 REC-STORICO.
    COPY FILIALE REPLACING ==COD-FILIALE==  BY ==COD-FILIALE-H==
                           ==DESC-FILIALE== BY ==DESC-FILIALE-H==
                           ==CITTA-FILIALE== BY ==CITTA-FILIALE-H==
                           ==STATO-FILIALE== BY ==STATO-FILIALE-H==
                           ==DATA-APERTURA== BY ==DATA-APERTURA-H==
                           ==DATA-CHIUSURA== BY ==DATA-CHIUSURA-H==.
 FD   LOGF
      DATA RECORD IS REC-LOG.
 01 REC-LOG      PIC X(70).
*****************************************************
* RIGA DI CATALOGO, STESSO TRACCIATO DI ROTOLOG     *
*****************************************************
 FD   CATF
      DATA RECORD IS REC-CAT.
 01 REC-CAT.
    05 CAT-GIORNALE   PIC X(14).
    05 CAT-ARCHIVIO   PIC X(14).
    05 CAT-TAGLIO     PIC 9(6).
    05 CAT-RIGHE      PIC 9(7).
    05 CAT-DATA       PIC 9(6).
    05 CAT-ORA        PIC 9(8).
 FD   ARCF
      DATA RECORD IS REC-ARC.
 01 REC-ARC      PIC X(70).
*****************************************************
* RIGA DI CORRISPONDENZA, STESSO TRACCIATO DI       *
* RINUMFIL                                          *
*****************************************************
 FD   RINUMF
      DATA RECORD IS REC-RINUM.
 01 REC-RINUM.
    05 RNM-COD-VECCHIO   PIC 9(4).
    05 RNM-COD-NUOVO     PIC 9(4).
    05 RNM-DATA          PIC 9(8).
    05 RNM-ORA           PIC 9(8).
    05 RNM-SIGLA         PIC X(3).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT   PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* RILETTURA A CAMPI FISSI DELLA RIGA DI CRUDLOG.TXT *
* (STESSO ORDINE IN CUI SCRIVI-LOG DI CRUD LA COMPONE)
*****************************************************
 01   LOG-RIGA.
      05 LOG-DATA        PIC X(6).
      05 FILLER          PIC X.
      05 LOG-ORA         PIC X(8).
      05 FILLER          PIC X.
      05 LOG-TIPO        PIC X.
      05 FILLER          PIC X.
      05 LOG-COD         PIC X(4).
      05 FILLER          PIC X.
      05 LOG-DESC-PRIMA  PIC X(16).
      05 FILLER          PIC X.
      05 LOG-DESC-DOPO   PIC X(16).
      05 FILLER          PIC X.
      05 LOG-OPERATORE   PIC X(3).
      05 FILLER          PIC X(10).
*****************************************************
* RICHIESTA DELL'OPERATORE E MOMENTO DI TAGLIO      *
* (AAMMGG+ORA, FINE GIORNATA DELLA DATA CHIESTA)    *
*****************************************************
 01   CODICE-RICHIESTO PIC 9(4) VALUE 0.
 01   DATA-RICHIESTA   PIC 9(8) VALUE 0.
 01   DATA-SCOMPOSTA.
      05 DS-ANNO       PIC 9(4).
      05 DS-MESE       PIC 99.
      05 DS-GIORNO     PIC 99.
 01   MOMENTO-TAGLIO   PIC X(14).
 01   MOMENTO-RIGA     PIC X(14).
 01   MOMENTO-RINUMERO PIC X(14).
*****************************************************
* LETTURA DEGLI ARCHIVI DEL CATALOGO                *
*****************************************************
 01   WS-NOME-ARCHIVIO PIC X(14).
 01   FINE-CAT         PIC X VALUE SPACES.
 01   FINE-ARC         PIC X VALUE SPACES.
 01   FINE-LOG         PIC X VALUE SPACES.
*****************************************************
* CODICI DELLA FILIALE: QUELLO CHIESTO E I SUOI     *
* PRECEDENTI, OGNUNO VALIDO FINO AL MOMENTO DELLA   *
* RINUMERAZIONE, COME IN LOGQRY                     *
*****************************************************
 01   MAX-PRECEDENTI   PIC 99 VALUE 20.
 01   TABELLA-PRECEDENTI.
      05 RIGA-PRECEDENTE OCCURS 1 TO 20 TIMES
           DEPENDING ON CONT-PRECEDENTI.
         10 PREC-COD       PIC 9(4).
         10 PREC-LIMITE    PIC X(14).
 01   CONT-PRECEDENTI  PIC 99 VALUE 0.
 01   IND-PRECEDENTI   PIC 99 VALUE 0.
 01   AGGIUNTI-PRECEDENTI PIC 99 VALUE 0.
 01   TROVATO-PREC     PIC 9 VALUE 0.
 01   FINE-RINUM       PIC X VALUE SPACES.
*****************************************************
* VARIAZIONI SUCCESSIVE ALLA DATA, TENUTE PER LA    *
* STAMPA DOPO IL RECORD RICOSTRUITO                 *
*****************************************************
 01   MAX-DOPO         PIC 999 VALUE 500.
 01   TABELLA-DOPO.
      05 RIGA-DOPO OCCURS 1 TO 500 TIMES DEPENDING ON CONT-DOPO
                        PIC X(70).
 01   CONT-DOPO        PIC 999 VALUE 0.
 01   NON-TENUTE       PIC 9(5) VALUE 0.
 01   IND-DOPO         PIC 999 VALUE 0.
*****************************************************
* RECORD DI PARTENZA (AUTO.IDX O AUTOHIST.IDX) E    *
* RECORD RICOSTRUITO ALLA DATA                      *
*****************************************************
 01   FONTE-BASE       PIC X VALUE SPACE.
 01   BASE-FILIALE.
      COPY FILIALE REPLACING ==COD-FILIALE==  BY ==BASE-COD==
                             ==DESC-FILIALE== BY ==BASE-DESC==
                             ==CITTA-FILIALE== BY ==BASE-CITTA==
                             ==STATO-FILIALE== BY ==BASE-STATO==
                             ==DATA-APERTURA== BY ==BASE-APERTURA==
                             ==DATA-CHIUSURA== BY ==BASE-CHIUSURA==.
 01   VISTA-FILIALE.
      COPY FILIALE REPLACING ==COD-FILIALE==  BY ==VISTA-COD==
                             ==DESC-FILIALE== BY ==VISTA-DESC==
                             ==CITTA-FILIALE== BY ==VISTA-CITTA==
                             ==STATO-FILIALE== BY ==VISTA-STATO==
                             ==DATA-APERTURA== BY ==VISTA-APERTURA==
                             ==DATA-CHIUSURA== BY ==VISTA-CHIUSURA==.
 01   VISTA-ESISTE     PIC 9 VALUE 0.
 01   VISTA-FONTE      PIC X(40).
*****************************************************
* RIAPPLICAZIONE IN AVANTI DELLE RIGHE FINO ALLA    *
* DATA, PER LE FILIALI CANCELLATE                   *
*****************************************************
 01   AVANTI-VISTE     PIC 9 VALUE 0.
 01   AVANTI-ESISTE    PIC 9 VALUE 0.
 01   AVANTI-DESC      PIC X(16) VALUE SPACES.
 01   AVANTI-STATO     PIC X VALUE SPACE.
 01   AVANTI-APERTURA  PIC 9(8) VALUE 0.
 01   AVANTI-CHIUSURA  PIC 9(8) VALUE 0.
*****************************************************
* PRIMA VARIAZIONE SUCCESSIVA ALLA DATA: TIPO E     *
* DESCRIZIONE CHE AVEVA LA FILIALE PRIMA DI ESSA    *
*****************************************************
 01   DOPO-PRIMO-TIPO  PIC X VALUE SPACE.
 01   DOPO-DESC-VISTA  PIC 9 VALUE 0.
 01   DOPO-DESC        PIC X(16) VALUE SPACES.
 01   RIGA-RINUMERO    PIC 9 VALUE 0.
 01   DATA-LOG-8       PIC 9(8).

 01 WS-STATUS        PIC XX.
 01 WS-STATUS-H      PIC XX.
 01 STORICO-APERTO   PIC 9 VALUE 0.
 01 WS-MESSAGGIO     PIC X(40).
 01 DATI-BUONI       PIC 9 VALUE 0.
 01 RIGA-PASSA       PIC 9 VALUE 0.
 01 CONT-LETTE       PIC 9(5) VALUE 0.
 01 CONT-FILIALE     PIC 9(5) VALUE 0.
 01 TOTALE-EDIT      PIC ZZZZ9.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'VISTA DI UNA FILIALE A UNA DATA'.
      DISPLAY 'CODICE FILIALE: '.
      ACCEPT CODICE-RICHIESTO.
      DISPLAY 'DATA (AAAAMMGG): '.
      ACCEPT DATA-RICHIESTA.
      PERFORM CONTROLLA-RICHIESTA THRU FINE-CONTROLLA-RICHIESTA.
      IF DATI-BUONI = 1
           PERFORM APERTURA THRU FINE-APERTURA
           PERFORM CARICA-PRECEDENTI THRU FINE-CARICA-PRECEDENTI
           PERFORM ELABORA-ARCHIVI THRU FINE-ELABORA-ARCHIVI
           PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-LOG = 'S'
           CLOSE LOGF
           PERFORM RICOSTRUISCI THRU FINE-RICOSTRUISCI
           PERFORM STAMPA-VISTA THRU FINE-STAMPA-VISTA
           PERFORM CHIUSURA THRU FINE-CHIUSURA
      END-IF.

      GOBACK.
 CONTROLLA-RICHIESTA.
     MOVE 0 TO DATI-BUONI.
     MOVE DATA-RICHIESTA TO DATA-SCOMPOSTA.
     EVALUATE TRUE
          WHEN CODICE-RICHIESTO = 0
               DISPLAY 'CODICE FILIALE NON VALIDO'
          WHEN DS-MESE < 1 OR DS-MESE > 12
               OR DS-GIORNO < 1 OR DS-GIORNO > 31
               DISPLAY 'DATA NON VALIDA'
          WHEN OTHER
               MOVE 1 TO DATI-BUONI
     END-EVALUATE.
* IL GIORNALE PORTA LA DATA A SEI CIFRE: SI TAGLIA A FINE GIORNATA
     MOVE DATA-RICHIESTA(3:6) TO MOMENTO-TAGLIO(1:6).
     MOVE '99999999'          TO MOMENTO-TAGLIO(7:8).
 FINE-CONTROLLA-RICHIESTA.
      EXIT.
*****************************************************
* RECORD ATTUALE: PRIMA AUTO.IDX, POI LO STORICO    *
*****************************************************
 APERTURA.
     OPEN OUTPUT REPORTF.
     MOVE SPACE TO FONTE-BASE.
     OPEN INPUT PRIMOF.
     IF WS-STATUS NOT = '00'
          DISPLAY 'ERRORE APERTURA AUTO.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
     ELSE
          MOVE CODICE-RICHIESTO TO COD-FILIALE
          READ PRIMOF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE REC-PRIMOF TO BASE-FILIALE
               MOVE 'A' TO FONTE-BASE
          END-READ
          CLOSE PRIMOF
     END-IF.
     IF FONTE-BASE = SPACE
          OPEN INPUT STORICOF
          IF WS-STATUS-H = '00' OR WS-STATUS-H = '05'
               MOVE 1 TO STORICO-APERTO
               MOVE CODICE-RICHIESTO TO COD-FILIALE-H
               READ STORICOF INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE REC-STORICO TO BASE-FILIALE
                    MOVE 'H' TO FONTE-BASE
               END-READ
          END-IF
     END-IF.
     OPEN INPUT LOGF.
     READ LOGF INTO LOG-RIGA AT END MOVE 'S' TO FINE-LOG.
 FINE-APERTURA.
      EXIT.
*****************************************************
* SCANDISCE IL CATALOGO LOGARCH.TXT: GLI ARCHIVI    *
* VENGONO PRIMA DEL GIORNALE VIVO, COSI' LE RIGHE   *
* ARRIVANO IN ORDINE CRONOLOGICO                    *
*****************************************************
 ELABORA-ARCHIVI.
     MOVE SPACES TO FINE-CAT.
     OPEN INPUT CATF.
     READ CATF AT END MOVE 'S' TO FINE-CAT END-READ.
     PERFORM ESAMINA-CATALOGO THRU FINE-ESAMINA-CATALOGO
          UNTIL FINE-CAT = 'S'.
     CLOSE CATF.
 FINE-ELABORA-ARCHIVI.
      EXIT.
 ESAMINA-CATALOGO.
     IF CAT-GIORNALE = 'CRUDLOG.TXT'
          MOVE CAT-ARCHIVIO TO WS-NOME-ARCHIVIO
          PERFORM ELABORA-UN-ARCHIVIO
               THRU FINE-ELABORA-UN-ARCHIVIO
     END-IF.
     READ CATF AT END MOVE 'S' TO FINE-CAT.
 FINE-ESAMINA-CATALOGO.
      EXIT.
 ELABORA-UN-ARCHIVIO.
     MOVE SPACES TO FINE-ARC.
     OPEN INPUT ARCF.
     READ ARCF INTO LOG-RIGA AT END MOVE 'S' TO FINE-ARC
     END-READ.
     PERFORM ELABORA-ARCHIVIO-RIGA
          THRU FINE-ELABORA-ARCHIVIO-RIGA
          UNTIL FINE-ARC = 'S'.
     CLOSE ARCF.
 FINE-ELABORA-UN-ARCHIVIO.
      EXIT.
 ELABORA-ARCHIVIO-RIGA.
     PERFORM ESAMINA-RIGA THRU FINE-ESAMINA-RIGA.
     READ ARCF INTO LOG-RIGA AT END MOVE 'S' TO FINE-ARC.
 FINE-ELABORA-ARCHIVIO-RIGA.
      EXIT.
 ELABORA.
     PERFORM ESAMINA-RIGA THRU FINE-ESAMINA-RIGA.
     READ LOGF INTO LOG-RIGA AT END MOVE 'S' TO FINE-LOG.
 FINE-ELABORA.
      EXIT.
*****************************************************
* UNA RIGA DELLA FILIALE: FINO ALLA DATA SI         *
* RIAPPLICA IN AVANTI, DOPO SI TIENE PER L'ELENCO E *
* SI ANNOTA LA PRIMA VARIAZIONE                     *
*****************************************************
 ESAMINA-RIGA.
     ADD 1 TO CONT-LETTE.
     MOVE 1 TO RIGA-PASSA.
     IF LOG-DATA IS NOT NUMERIC OR LOG-ORA IS NOT NUMERIC
        OR LOG-COD IS NOT NUMERIC
          MOVE 0 TO RIGA-PASSA
     END-IF.
     IF RIGA-PASSA = 1
          PERFORM CERCA-PRECEDENTE THRU FINE-CERCA-PRECEDENTE
          IF TROVATO-PREC = 0
               MOVE 0 TO RIGA-PASSA
          END-IF
     END-IF.
     IF RIGA-PASSA = 1
          ADD 1 TO CONT-FILIALE
          MOVE 0 TO RIGA-RINUMERO
          IF (LOG-TIPO = 'E'
              AND LOG-DESC-DOPO(1:11) = 'RINUMERATA ')
             OR (LOG-TIPO = 'C'
              AND LOG-DESC-PRIMA(1:14) = 'RINUMERATA DA ')
               MOVE 1 TO RIGA-RINUMERO
          END-IF
          IF MOMENTO-RIGA NOT > MOMENTO-TAGLIO
               PERFORM RIAPPLICA-AVANTI THRU FINE-RIAPPLICA-AVANTI
          ELSE
               PERFORM ANNOTA-DOPO THRU FINE-ANNOTA-DOPO
          END-IF
     END-IF.
 FINE-ESAMINA-RIGA.
      EXIT.
 RIAPPLICA-AVANTI.
     MOVE '20' TO DATA-LOG-8(1:2).
     MOVE LOG-DATA TO DATA-LOG-8(3:6).
     IF RIGA-RINUMERO = 0
          EVALUATE LOG-TIPO
               WHEN 'C'
                    MOVE 1 TO AVANTI-VISTE
                    MOVE 1 TO AVANTI-ESISTE
                    MOVE LOG-DESC-DOPO TO AVANTI-DESC
                    MOVE 'A' TO AVANTI-STATO
                    MOVE DATA-LOG-8 TO AVANTI-APERTURA
                    MOVE 0 TO AVANTI-CHIUSURA
               WHEN 'M'
                    MOVE 1 TO AVANTI-VISTE
* PRIMA = DOPO E' LA RIGA CHE CRUD SCRIVE ALLA CHIUSURA
                    IF LOG-DESC-PRIMA = LOG-DESC-DOPO
                         MOVE 'C' TO AVANTI-STATO
                         MOVE DATA-LOG-8 TO AVANTI-CHIUSURA
                    ELSE
                         MOVE LOG-DESC-DOPO TO AVANTI-DESC
                    END-IF
               WHEN 'E'
                    MOVE 1 TO AVANTI-VISTE
                    MOVE 0 TO AVANTI-ESISTE
                    MOVE LOG-DESC-PRIMA TO AVANTI-DESC
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
 FINE-RIAPPLICA-AVANTI.
      EXIT.
 ANNOTA-DOPO.
     IF CONT-DOPO < MAX-DOPO
          ADD 1 TO CONT-DOPO
          MOVE LOG-RIGA TO RIGA-DOPO(CONT-DOPO)
     ELSE
          ADD 1 TO NON-TENUTE
     END-IF.
     IF RIGA-RINUMERO = 0
          IF DOPO-PRIMO-TIPO = SPACE
             AND (LOG-TIPO = 'C' OR LOG-TIPO = 'M'
                  OR LOG-TIPO = 'E')
               MOVE LOG-TIPO TO DOPO-PRIMO-TIPO
          END-IF
          IF DOPO-DESC-VISTA = 0
             AND ((LOG-TIPO = 'M'
                   AND LOG-DESC-PRIMA NOT = LOG-DESC-DOPO)
                  OR LOG-TIPO = 'E')
               MOVE 1 TO DOPO-DESC-VISTA
               MOVE LOG-DESC-PRIMA TO DOPO-DESC
          END-IF
     END-IF.
 FINE-ANNOTA-DOPO.
      EXIT.
 CERCA-PRECEDENTE.
     MOVE 0 TO TROVATO-PREC.
     MOVE LOG-DATA TO MOMENTO-RIGA(1:6).
     MOVE LOG-ORA  TO MOMENTO-RIGA(7:8).
     MOVE 1 TO IND-PRECEDENTI.
     PERFORM CERCA-PRECEDENTE-RIGA THRU FINE-CERCA-PRECEDENTE-RIGA
          UNTIL IND-PRECEDENTI > CONT-PRECEDENTI
             OR TROVATO-PREC = 1.
 FINE-CERCA-PRECEDENTE.
      EXIT.
 CERCA-PRECEDENTE-RIGA.
     IF LOG-COD = PREC-COD(IND-PRECEDENTI)
        AND MOMENTO-RIGA < PREC-LIMITE(IND-PRECEDENTI)
          MOVE 1 TO TROVATO-PREC
     ELSE
          ADD 1 TO IND-PRECEDENTI
     END-IF.
 FINE-CERCA-PRECEDENTE-RIGA.
      EXIT.
*****************************************************
* CODICI PRECEDENTI DA RINUMERI.TXT, COME IN LOGQRY *
*****************************************************
 CARICA-PRECEDENTI.
     MOVE 1 TO CONT-PRECEDENTI.
     MOVE CODICE-RICHIESTO TO PREC-COD(1).
     MOVE ALL '9' TO PREC-LIMITE(1).
     MOVE 1 TO AGGIUNTI-PRECEDENTI.
     PERFORM PASSA-RINUMERI THRU FINE-PASSA-RINUMERI
          UNTIL AGGIUNTI-PRECEDENTI = 0.
 FINE-CARICA-PRECEDENTI.
      EXIT.
 PASSA-RINUMERI.
     MOVE 0 TO AGGIUNTI-PRECEDENTI.
     MOVE SPACES TO FINE-RINUM.
     OPEN INPUT RINUMF.
     READ RINUMF AT END MOVE 'S' TO FINE-RINUM END-READ.
     PERFORM ESAMINA-RINUMERO THRU FINE-ESAMINA-RINUMERO
          UNTIL FINE-RINUM = 'S'.
     CLOSE RINUMF.
 FINE-PASSA-RINUMERI.
      EXIT.
 ESAMINA-RINUMERO.
     MOVE RNM-DATA(3:6) TO MOMENTO-RINUMERO(1:6).
     MOVE RNM-ORA       TO MOMENTO-RINUMERO(7:8).
     MOVE 0 TO TROVATO-PREC.
     MOVE 1 TO IND-PRECEDENTI.
     PERFORM CERCA-VECCHIO-RIGA THRU FINE-CERCA-VECCHIO-RIGA
          UNTIL IND-PRECEDENTI > CONT-PRECEDENTI
             OR TROVATO-PREC = 1.
     IF TROVATO-PREC = 0
          MOVE 1 TO IND-PRECEDENTI
          PERFORM CERCA-NUOVO-RIGA THRU FINE-CERCA-NUOVO-RIGA
               UNTIL IND-PRECEDENTI > CONT-PRECEDENTI
                  OR TROVATO-PREC = 1
          IF TROVATO-PREC = 1
             AND CONT-PRECEDENTI < MAX-PRECEDENTI
               ADD 1 TO CONT-PRECEDENTI
               MOVE RNM-COD-VECCHIO TO PREC-COD(CONT-PRECEDENTI)
               MOVE MOMENTO-RINUMERO
                    TO PREC-LIMITE(CONT-PRECEDENTI)
               ADD 1 TO AGGIUNTI-PRECEDENTI
          END-IF
     END-IF.
     READ RINUMF AT END MOVE 'S' TO FINE-RINUM.
 FINE-ESAMINA-RINUMERO.
      EXIT.
 CERCA-VECCHIO-RIGA.
     IF PREC-COD(IND-PRECEDENTI) = RNM-COD-VECCHIO
          MOVE 1 TO TROVATO-PREC
     ELSE
          ADD 1 TO IND-PRECEDENTI
     END-IF.
 FINE-CERCA-VECCHIO-RIGA.
      EXIT.
 CERCA-NUOVO-RIGA.
     IF PREC-COD(IND-PRECEDENTI) = RNM-COD-NUOVO
        AND MOMENTO-RINUMERO < PREC-LIMITE(IND-PRECEDENTI)
          MOVE 1 TO TROVATO-PREC
     ELSE
          ADD 1 TO IND-PRECEDENTI
     END-IF.
 FINE-CERCA-NUOVO-RIGA.
      EXIT.
*****************************************************
* RECORD ALLA DATA: DAL RECORD ATTUALE RIPORTATO    *
* INDIETRO, O DAL SOLO GIORNALE SE LA FILIALE E'    *
* STATA CANCELLATA                                  *
*****************************************************
 RICOSTRUISCI.
     MOVE CODICE-RICHIESTO TO VISTA-COD.
     IF FONTE-BASE NOT = SPACE
          MOVE BASE-FILIALE TO VISTA-FILIALE
          MOVE CODICE-RICHIESTO TO VISTA-COD
          MOVE 1 TO VISTA-ESISTE
          IF FONTE-BASE = 'A'
               MOVE 'RECORD ATTUALE DI AUTO.IDX' TO VISTA-FONTE
          ELSE
               MOVE 'RECORD ARCHIVIATO SU AUTOHIST.IDX'
                    TO VISTA-FONTE
          END-IF
          IF DOPO-PRIMO-TIPO = 'C'
             OR (BASE-APERTURA > DATA-RICHIESTA)
               MOVE 0 TO VISTA-ESISTE
          END-IF
          IF DOPO-DESC-VISTA = 1
               MOVE DOPO-DESC TO VISTA-DESC
          END-IF
          IF BASE-STATO = 'C' AND BASE-CHIUSURA > DATA-RICHIESTA
               MOVE 'A' TO VISTA-STATO
               MOVE 0 TO VISTA-CHIUSURA
          END-IF
     ELSE
          IF AVANTI-VISTE = 1
               MOVE 'SOLO CRUDLOG.TXT (FILIALE CANCELLATA)'
                    TO VISTA-FONTE
               MOVE AVANTI-ESISTE   TO VISTA-ESISTE
               MOVE AVANTI-DESC     TO VISTA-DESC
               MOVE SPACES          TO VISTA-CITTA
               MOVE AVANTI-STATO    TO VISTA-STATO
               MOVE AVANTI-APERTURA TO VISTA-APERTURA
               MOVE AVANTI-CHIUSURA TO VISTA-CHIUSURA
          ELSE
               MOVE 'NESSUNA TRACCIA NEI MASTER E NEL GIORNALE'
                    TO VISTA-FONTE
               MOVE 0 TO VISTA-ESISTE
          END-IF
     END-IF.
 FINE-RICOSTRUISCI.
      EXIT.
*****************************************************
* STAMPA SU VISTAFIL.TXT IL RECORD ALLA DATA E LE   *
* VARIAZIONI SUCCESSIVE                             *
*****************************************************
 STAMPA-VISTA.
     MOVE SPACES TO REC-REPORT.
     STRING 'VISTA DELLA FILIALE ' DELIMITED BY SIZE
            CODICE-RICHIESTO       DELIMITED BY SIZE
            ' AL '                 DELIMITED BY SIZE
            DATA-RICHIESTA         DELIMITED BY SIZE
            ' (FINE GIORNATA)'     DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING 'RICOSTRUITA DA: ' DELIMITED BY SIZE
            VISTA-FONTE        DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     IF CONT-PRECEDENTI > 1
          MOVE SPACES TO REC-REPORT
          STRING 'COMPRESE LE RIGHE DEI CODICI PRECEDENTI'
                 DELIMITED BY SIZE
                 ' DI RINUMERI.TXT' DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     IF VISTA-ESISTE = 0
          MOVE 'ALLA DATA LA FILIALE NON ESISTEVA' TO REC-REPORT
          WRITE REC-REPORT
     ELSE
          MOVE SPACES TO REC-REPORT
          STRING 'DESCRIZIONE:    ' DELIMITED BY SIZE
                 VISTA-DESC         DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE SPACES TO REC-REPORT
          STRING 'CITTA:          ' DELIMITED BY SIZE
                 VISTA-CITTA        DELIMITED BY SIZE
                 '  (VALORE ATTUALE, NON PRESENTE NEL GIORNALE)'
                                    DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE SPACES TO REC-REPORT
          STRING 'STATO:          ' DELIMITED BY SIZE
                 VISTA-STATO        DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE SPACES TO REC-REPORT
          STRING 'DATA APERTURA:  ' DELIMITED BY SIZE
                 VISTA-APERTURA     DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE SPACES TO REC-REPORT
          STRING 'DATA CHIUSURA:  ' DELIMITED BY SIZE
                 VISTA-CHIUSURA     DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'VARIAZIONI DOPO LA DATA:' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-DOPO.
     PERFORM STAMPA-DOPO-RIGA THRU FINE-STAMPA-DOPO-RIGA
          UNTIL IND-DOPO > CONT-DOPO.
     MOVE CONT-DOPO TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'VARIAZIONI ELENCATE: ' DELIMITED BY SIZE
            TOTALE-EDIT             DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     IF NON-TENUTE > 0
          MOVE NON-TENUTE TO TOTALE-EDIT
          MOVE SPACES TO REC-REPORT
          STRING 'ALTRE VARIAZIONI NON ELENCATE: ' DELIMITED BY SIZE
                 TOTALE-EDIT                       DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
 FINE-STAMPA-VISTA.
      EXIT.
 STAMPA-DOPO-RIGA.
     MOVE RIGA-DOPO(IND-DOPO) TO LOG-RIGA.
     MOVE SPACES TO REC-REPORT.
     STRING LOG-DATA       DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            LOG-ORA        DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            LOG-TIPO       DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            LOG-COD        DELIMITED BY SIZE
            ' PRIMA: '     DELIMITED BY SIZE
            LOG-DESC-PRIMA DELIMITED BY SIZE
            ' DOPO: '      DELIMITED BY SIZE
            LOG-DESC-DOPO  DELIMITED BY SIZE
            ' OP: '        DELIMITED BY SIZE
            LOG-OPERATORE  DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ADD 1 TO IND-DOPO.
 FINE-STAMPA-DOPO-RIGA.
      EXIT.
*
 CHIUSURA.
     IF STORICO-APERTO = 1
          CLOSE STORICOF
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'RIGHE DI GIORNALE LETTE: ' CONT-LETTE
             ' DELLA FILIALE: ' CONT-FILIALE.
     DISPLAY 'VISTA SCRITTA SU VISTAFIL.TXT'.
     MOVE 0 TO RETURN-CODE.
 FINE-CHIUSURA.
      EXIT.
