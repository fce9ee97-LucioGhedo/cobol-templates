*   (CITTAFIL.LCK): DUE PERSONE IN MANXREF INSIEME FACEVANO
*   PERDERE IN SILENZIO IL PRIMO SALVATAGGIO; LA SIGLA
*   OPERATORE VIENE CHIESTA ALL'AVVIO COME FA MANABIT
* - OGNI CITTA CAMBIATA DI FILIALE CON LA MODIFICA FINISCE, DOPO
*   LA RISCRITTURA DI CITTAFIL.TXT, SULLA CODA AVVISI.TXT
*   (AVVISO.CPY, MOTIVO 'M') DA CUI IL PASSO NOTTURNO LETTFIL
*   PRODUCE LE LETTERE AI CLIENTI DELLA CITTA
*
 ENVIRONMENT DIVISION.
*
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
* CODA DEGLI AVVISI AI CLIENTI DELLE CITTA SPOSTATE (LETTFIL)
     SELECT OPTIONAL AVVF ASSIGN TO 'AVVISI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
 FD   AVVF
      DATA RECORD IS REC-AVVISO.
 01 REC-AVVISO.
    COPY AVVISO.

************************************************************
*                WORKING-STORAGE SECTION
 01 TROVATA          PIC 9 VALUE 0.
 01 ESISTE-FILIALE   PIC 9 VALUE 0.
*****************************************************
* CITTA CAMBIATE DI FILIALE NELLA SESSIONE, DA      *
* ACCODARE SU AVVISI.TXT SOLO DOPO LA RISCRITTURA   *
*****************************************************
 01 MAX-CAMBI        PIC 999 VALUE 100.
 01 TABELLA-CAMBI.
    05 RIGA-CAMBIO OCCURS 1 TO 100 TIMES DEPENDING ON CONT-CAMBI.
       10 CAMBIO-CITTA      PIC X(10).
       10 CAMBIO-VECCHIA    PIC 9(4).
       10 CAMBIO-NUOVA      PIC 9(4).
 01 CONT-CAMBI       PIC 999 VALUE 0.
 01 IND-CAMBI        PIC 999 VALUE 0.
 01 DATA-EFFETTO     PIC 9(8) VALUE 0.
*****************************************************
* PRENOTAZIONE DELLA XREF COL MODULO COMUNE PRENOTA *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
          ACCEPT COD-INPUT
          PERFORM VERIFICA-FILIALE THRU FINE-VERIFICA-FILIALE
          IF ESISTE-FILIALE = 1
             AND COD-INPUT NOT = TAB-XREF-COD-FILIALE(IND-XREF)
             AND CONT-CAMBI = MAX-CAMBI
               DISPLAY 'TROPPI CAMBI DI FILIALE IN UNA SESSIONE:'
                       ' USCIRE PER SALVARE E RIENTRARE'
               MOVE 0 TO ESISTE-FILIALE
          END-IF
          IF ESISTE-FILIALE = 1
               IF COD-INPUT NOT = TAB-XREF-COD-FILIALE(IND-XREF)
                    ADD 1 TO CONT-CAMBI
                    MOVE CITTA-INPUT TO CAMBIO-CITTA(CONT-CAMBI)
                    MOVE TAB-XREF-COD-FILIALE(IND-XREF)
                         TO CAMBIO-VECCHIA(CONT-CAMBI)
                    MOVE COD-INPUT TO CAMBIO-NUOVA(CONT-CAMBI)
               END-IF
               MOVE COD-INPUT TO TAB-XREF-COD-FILIALE(IND-XREF)
               MOVE 1 TO AGGIORNATO
               DISPLAY 'CITTA MODIFICATA'
     IF AGGIORNATO = 1 AND SCARTATE-XREF = 0
          PERFORM RISCRIVI-XREF THRU FINE-RISCRIVI-XREF
          DISPLAY 'CITTAFIL.TXT RISCRITTO'
          IF CONT-CAMBI > 0
               PERFORM ACCODA-AVVISI THRU FINE-ACCODA-AVVISI
          END-IF
     END-IF.
     CLOSE FILIALIF.
 FINE-CHIUSURA.
     ADD 1 TO IND-XREF.
 FINE-RISCRIVI-RIGA.
      EXIT.
*****************************************************
* OGNI CAMBIO DI FILIALE DELLA SESSIONE VA SULLA    *
* CODA DEGLI AVVISI AI CLIENTI CON MOTIVO 'M'       *
*****************************************************
 ACCODA-AVVISI.
     ACCEPT DATA-EFFETTO FROM DATE YYYYMMDD.
     OPEN EXTEND AVVF.
     MOVE 1 TO IND-CAMBI.
     PERFORM ACCODA-AVVISO-RIGA THRU FINE-ACCODA-AVVISO-RIGA
          UNTIL IND-CAMBI > CONT-CAMBI.
     CLOSE AVVF.
     DISPLAY 'AVVISI AI CLIENTI ACCODATI: ' CONT-CAMBI.
 FINE-ACCODA-AVVISI.
      EXIT.
 ACCODA-AVVISO-RIGA.
     MOVE SPACES TO REC-AVVISO.
     MOVE CAMBIO-CITTA(IND-CAMBI)   TO AVV-CITTA.
     MOVE CAMBIO-VECCHIA(IND-CAMBI) TO AVV-FIL-VECCHIA.
     MOVE CAMBIO-NUOVA(IND-CAMBI)   TO AVV-FIL-NUOVA.
     MOVE DATA-EFFETTO TO AVV-DATA-EFFETTO.
     MOVE 'M'          TO AVV-MOTIVO.
     MOVE OPERATORE    TO AVV-OPERATORE.
     MOVE 'P'          TO AVV-STATO.
     MOVE 0            TO AVV-DATA-LETTERE.
     WRITE REC-AVVISO.
     ADD 1 TO IND-CAMBI.
 FINE-ACCODA-AVVISO-RIGA.
      EXIT.
