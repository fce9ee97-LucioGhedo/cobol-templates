*****************************************************
* LAYOUT DELL'ASSEGNAZIONE OPERATORE -> AMBITO      *
* (AMBITI.TXT, MANUTENUTO DAI SUPERVISORI CON       *
* MANOPER)                                          *
*                                                   *
* IL TIPO E' 'F' FILIALE (CODICE DI FILIALI.IDX) O  *
* 'Z' ZONA (CODICE DI ZONEMST.TXT NELLE ULTIME DUE  *
* CIFRE); UNA SIGLA PUO' AVERE PIU' RIGHE. UN       *
* OPERATORE 'O' SENZA RIGHE NON HA RESTRIZIONI, I   *
* SUPERVISORI NON NE HANNO MAI (VEDI VERAMB)        *
*****************************************************
    05 AMB-SIGLA       PIC X(3).
    05 AMB-TIPO        PIC X.
    05 AMB-CODICE      PIC 9(4).
