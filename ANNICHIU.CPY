*****************************************************
* LAYOUT DEL REGISTRO DEGLI ANNI CHIUSI             *
* (ANNICHIU.TXT)                                    *
*                                                   *
* TIPO 'C': CHIUSURA DELL'ANNO, ACCODATA UNA SOLA   *
* VOLTA DA CHIUANNO L'ULTIMO GIORNO LAVORATIVO      *
* DELL'ANNO (MESE 00, DATA DI ELABORAZIONE DELLA    *
* CHIUSURA). TIPO 'D': DEROGA CONCESSA DA UN        *
* SUPERVISORE CON DEROGANN PER RIGENERARE UN MESE   *
* DI UN ANNO CHIUSO; VALE SOLO PER QUEL MESE E SOLO *
* NEL GIORNO IN CUI E' STATA CONCESSA (DATA         *
* MACCHINA), CON SIGLA DEL SUPERVISORE E MOTIVO.    *
* IL FILE SI ACCODA SOLTANTO, NON SI RISCRIVE MAI   *
*****************************************************
    05 ACH-TIPO         PIC X.
    05 ACH-ANNO         PIC 9(4).
    05 ACH-MESE         PIC 99.
    05 ACH-DATA         PIC 9(8).
    05 ACH-OPERATORE    PIC X(3).
    05 ACH-MOTIVO       PIC X(40).
