* CON UN CODICE MOTIVO IN CODA) COSI' IL TURNO DEL MATTINO PUO'
* CORREGGERE GLI SCARTI SENZA SCAVARE.
* CODICI MOTIVO DELLO SCARTO:
*   01 OPERAZIONE NON VALIDA (DIVERSA DA 1/2/3/4)
*   02 CODICE FILIALE NON NUMERICO O ZERO
*   03 DESCRIZIONE MANCANTE SU AGGIUNTA O MODIFICA
*   04 AGGIUNTA DUPLICATA NELLO STESSO FILE DI TRANSAZIONI
*   05 AGGIUNTA DI UN CODICE GIA' PRESENTE SUL MASTER
*   06 MODIFICA, CANCELLAZIONE O CHIUSURA DI UN CODICE ASSENTE
*      DAL MASTER E NON AGGIUNTO PRIMA NELLO STESSO FILE
*
* MODIFICHE:
* - ACCETTATA L'OPERAZIONE 4 (CHIUSURA), GIA' GESTITA DALLA
*   MODALITA BATCH DI CRUD, CHE ARRIVA ANCHE DALLE VARIAZIONI
*   PROGRAMMATE RILASCIATE DA RILPEND; MODIFICA E CHIUSURA DI
*   UN CODICE AGGIUNTO PIU' SU NELLO STESSO FILE NON SONO PIU'
*   SCARTATE COL MOTIVO 06
*
 ENVIRONMENT DIVISION.
*
*****************************************************
 CONTROLLA.
     IF TRAN-OP NOT = '1' AND TRAN-OP NOT = '2'
        AND TRAN-OP NOT = '3' AND TRAN-OP NOT = '4'
          MOVE '01' TO MOTIVO-SCARTO
     END-IF.
     IF MOTIVO-SCARTO = SPACES
               END-IF
          END-IF
     ELSE
* UN CODICE AGGIUNTO PIU' SU NELLO STESSO FILE SARA' SUL MASTER
* QUANDO CRUD ARRIVA A QUESTA RIGA
          IF TROVATO-MASTER = 0
               PERFORM CERCA-AGGIUNTA THRU FINE-CERCA-AGGIUNTA
               IF DUPLICATA = 0
                    MOVE '06' TO MOTIVO-SCARTO
               END-IF
          END-IF
     END-IF.
 FINE-CONTROLLA-MASTER.
