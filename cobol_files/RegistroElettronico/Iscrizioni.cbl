       IDENTIFICATION DIVISION.
       PROGRAM-ID. Iscrizioni.

      *Domande di iscrizione alla prima classe per l'anno nuovo: a
      *gennaio le domande arrivano e, quando un indirizzo ne ha piu'
      *dei posti, si graduavano a mano sui criteri di precedenza
      *deliberati dal consiglio d'istituto. Qui ogni domanda
      *(ISCRIZIONI.DAT) porta i dati dell'alunno/a, l'indirizzo
      *richiesto e la seconda scelta, e i criteri: fratello o
      *sorella gia' iscritto (matricola verificata su STUDENTI.DAT:
      *attivo, non ritirato ne' esterno), fascia di distanza da
      *casa e scuola di provenienza (raccordo con la nostra
      *secondaria di primo grado). I posti di prima per indirizzo
      *stanno in POSTI-PRIME.DAT. La graduatoria ricalcola i punti,
      *ordina le domande di ogni indirizzo (punti, poi data della
      *domanda, poi numero) e le divide fra accolte e lista
      *d'attesa sui posti, al netto delle iscrizioni gia'
      *confermate; la stampa va su GRADUATORIA-<anno>.txt. Una
      *domanda accolta si puo' dirottare sulla seconda scelta: da li'
      *concorre nella graduatoria di quell'indirizzo. La conferma
      *di una domanda accolta crea lo studente in STUDENTI.DAT con
      *una matricola nuova con cifra di controllo (la regola
      *7-3-1-7-3 di StudentiMaster) e la classe in bianco: la
      *sezione la assegna FormaClassi, livello 1, indirizzo per
      *indirizzo.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileIscrizioni ASSIGN TO 'ISCRIZIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-Numero
               FILE STATUS IS FS-FileIscrizioni.
      *Posti di prima classe per anno scolastico e indirizzo
           SELECT FilePosti ASSIGN TO 'POSTI-PRIME.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePosti.
           SELECT FileIndirizzi ASSIGN TO 'INDIRIZZI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-Codice
               FILE STATUS IS FS-FileIndirizzi.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Segnale dell'ambiente di prova (AmbienteProva): esiste solo
      *nella cartella dei dati pseudonimizzati
           SELECT FileAmbiente ASSIGN TO 'AMBIENTE-PROVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAmbiente.
      *Finestra di manutenzione degli archivi (FinestraManutenzione):
      *aperta dai lavori sugli archivi interi
           SELECT FileManutenzione ASSIGN TO 'MANUTENZIONE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileManutenzione.
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
      *Stato: D domanda da graduare, A accolta, L lista d'attesa,
      *C iscrizione confermata (matricola in IS-Matricola), R
      *ritirata. L'indirizzo assegnato e' la prima scelta, o la
      *seconda dopo un dirottamento; i punti sono quelli
      *dell'ultima graduatoria
       FD  FileIscrizioni.
       01  Iscrizioni-Record.
           05  IS-Numero PIC 9(5).
           05  IS-Anno PIC X(9).
           05  IS-Data-Domanda PIC 9(8).
           05  IS-Cognome PIC X(30).
           05  IS-Nome PIC X(30).
           05  IS-Data-Nascita PIC 9(8).
           05  IS-Contatto PIC X(40).
           05  IS-Indirizzo PIC X(6).
           05  IS-Indirizzo-2 PIC X(6).
           05  IS-Fratello PIC 9(6).
           05  IS-Fratello-Verificato PIC X(1).
           05  IS-Fascia-Distanza PIC 9(1).
           05  IS-Scuola-Provenienza PIC X(30).
           05  IS-Scuola-Raccordo PIC X(1).
           05  IS-Punti PIC 9(3).
           05  IS-Indirizzo-Assegnato PIC X(6).
           05  IS-Dirottata PIC X(1).
           05  IS-Posizione PIC 9(4).
           05  IS-Stato PIC X(1).
               88  IS-Da-Graduare VALUE "D".
               88  IS-Accolta VALUE "A".
               88  IS-In-Attesa VALUE "L".
               88  IS-Confermata VALUE "C".
               88  IS-Ritirata VALUE "R".
           05  IS-Matricola PIC 9(6).
       FD  FilePosti.
       01  FilePosti-Record.
           05  PP-Anno PIC X(9).
           05  PP-Indirizzo PIC X(6).
           05  PP-Posti PIC 9(3).
       FD  FileIndirizzi.
       01  Indirizzi-Record.
           05  IN-Codice PIC X(6).
           05  IN-Descrizione PIC X(40).
           05  IN-Durata PIC 9(1).
           05  IN-Ore-Pcto PIC 9(3).
           05  IN-Monte-Ore-Tab.
               10  IN-Monte-Ore OCCURS 5 TIMES PIC 9(4).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
      *Una sola riga: stato (A aperta, C chiusa), lavoro, operatore,
      *motivo, inizio e fine prevista; la chiave e' quella che la
      *catena di fine giornata passa ai suoi passi
       FD  FileManutenzione.
       01  FileManutenzione-Record.
           05  MN-Stato PIC X(1).
           05  MN-Programma PIC X(20).
           05  MN-Operatore PIC X(10).
           05  MN-Motivo PIC X(40).
           05  MN-Data-Inizio PIC 9(8).
           05  MN-Data-Inizio-Testo REDEFINES MN-Data-Inizio
                   PIC X(8).
           05  MN-Ora-Inizio PIC 9(4).
           05  MN-Ora-Inizio-Testo REDEFINES MN-Ora-Inizio PIC X(4).
           05  MN-Data-Fine PIC 9(8).
           05  MN-Data-Fine-Testo REDEFINES MN-Data-Fine PIC X(8).
           05  MN-Ora-Fine PIC 9(4).
           05  MN-Ora-Fine-Testo REDEFINES MN-Ora-Fine PIC X(4).
           05  MN-Chiave PIC X(16).
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileIscrizioni PIC XX VALUE SPACES.
       01  FS-FilePosti PIC XX VALUE SPACES.
       01  FS-FileIndirizzi PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
       01  FS-FileAmbiente PIC XX VALUE SPACES.
      *"S" quando la sessione gira sui dati dell'ambiente di prova
       01  Ambiente-Prova PIC X VALUE "N".
       01  FS-FileManutenzione PIC XX VALUE SPACES.
      *Finestra di manutenzione: "S" se aperta, "S" se oltre la fine
      *prevista (segnale lasciato da un lavoro interrotto)
       01  Manutenzione-Attiva PIC X VALUE "N".
       01  Manutenzione-Scaduta PIC X VALUE "N".
       01  Manut-Chiave-Catena PIC X(16) VALUE SPACES.
       01  Manut-Data PIC 9(8) VALUE 0.
       01  Manut-Ora PIC 9(8) VALUE 0.
       01  Manut-Ora-Parti REDEFINES Manut-Ora.
           05  Manut-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Iscrizioni PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Dati-Validi PIC X VALUE "N".
       01  Risposta PIC X VALUE SPACE.
       01  riga PIC X(80).
      *Anno scolastico delle iscrizioni: quello dopo l'anno in corso
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Iscrizioni PIC X(9) VALUE SPACES.
       01  Anno-Numero PIC 9(4) VALUE 0.
       01  Anno-Numero-2 PIC 9(4) VALUE 0.
      *Criteri di precedenza e loro punti: fratello o sorella gia'
      *iscritto, fascia di distanza (1 entro 2 km, 2 entro 5 km, 3
      *entro 10 km, 4 oltre), provenienza dalla secondaria di primo
      *grado in raccordo
       01  PUNTI-FRATELLO PIC 99 VALUE 10.
       01  PUNTI-RACCORDO PIC 99 VALUE 4.
       01  Punti-Distanza-Dati.
           05  FILLER PIC X(8) VALUE "10060300".
       01  Punti-Distanza-Tab REDEFINES Punti-Distanza-Dati.
           05  Punti-Distanza OCCURS 4 TIMES PIC 99.
      *Domanda corrente
       01  Numero-Scelto PIC 9(5) VALUE 0.
       01  Iscrizione-Trovata PIC X VALUE "N".
           88  Iscrizione-Trovata-Si VALUE "Y".
       01  Iscrizione-Salvata PIC X(210) VALUE SPACES.
       01  Ultimo-Numero PIC 9(5) VALUE 0.
       01  Indirizzo-Input PIC X(6) VALUE SPACES.
       01  Indirizzo-Valido PIC X VALUE "N".
       01  Indirizzi-Aperti PIC X VALUE "N".
       01  Stato-for PIC X(14) VALUE SPACES.
       01  Punti-for PIC ZZ9.
       01  Posizione-for PIC ZZZ9.
      *Posti per indirizzo dell'anno delle iscrizioni
       01  Posti-Tab.
           05  Posti-Voce OCCURS 30 TIMES.
               10  PT-Anno PIC X(9).
               10  PT-Indirizzo PIC X(6).
               10  PT-Posti PIC 9(3).
               10  PT-Occupati PIC 9(3).
               10  PT-Accolte PIC 9(3).
               10  PT-Attesa PIC 9(3).
       01  Posti-Cont PIC 99 VALUE 0.
       01  Posti-Idx PIC 99 VALUE 0.
       01  Posti-Trovati PIC X VALUE "N".
       01  Posti-Input PIC 9(3) VALUE 0.
      *Graduatoria in memoria: la chiave di ordinamento e'
      *indirizzo, punti al contrario, data della domanda e numero,
      *cosi' il confronto fra due chiavi alfanumeriche basta
       01  Grad-Tab.
           05  Grad-Voce OCCURS 500 TIMES.
               10  GR-Chiave-Ord.
                   15  GR-Indirizzo PIC X(6).
                   15  GR-Punti-Inversi PIC 9(3).
                   15  GR-Data PIC 9(8).
                   15  GR-Numero PIC 9(5).
               10  GR-Punti PIC 9(3).
               10  GR-Cognome PIC X(30).
               10  GR-Nome PIC X(30).
               10  GR-Stato PIC X(1).
               10  GR-Posizione PIC 9(4).
       01  Grad-Cont PIC 999 VALUE 0.
       01  Grad-Idx PIC 999 VALUE 0.
       01  Grad-Idx-2 PIC 999 VALUE 0.
       01  Grad-Inizio PIC 999 VALUE 0.
       01  Grad-Fine PIC 999 VALUE 0.
       01  Grad-Appoggio PIC X(90) VALUE SPACES.
       01  Scambi-Fatti PIC X VALUE "N".
       01  Grad-Trabocco PIC X VALUE "N".
       01  Indirizzo-Corrente PIC X(6) VALUE SPACES.
       01  Posizione-Corrente PIC 9(4) VALUE 0.
      *Matricola nuova con cifra di controllo: la base e' il
      *seguito delle cinque cifre della matricola piu' alta
       01  Matricola-Nuova PIC 9(6) VALUE 0.
       01  Matricola-Base PIC 9(5) VALUE 0.
       01  Matricola-Testo PIC X(6) VALUE SPACES.
       01  Cifra-1 PIC 9 VALUE 0.
       01  Cifra-2 PIC 9 VALUE 0.
       01  Cifra-3 PIC 9 VALUE 0.
       01  Cifra-4 PIC 9 VALUE 0.
       01  Cifra-5 PIC 9 VALUE 0.
       01  Somma-Cifre PIC 999 VALUE 0.
       01  Somma-Quoziente PIC 99 VALUE 0.
       01  Cifra-Attesa PIC 9 VALUE 0.
       01  Studente-Scritto PIC X VALUE "N".
       01  Tentativi PIC 99 VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre l'archivio delle domande e mostra
      *il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileIscrizioni
           IF FS-FileIscrizioni NOT = "00"
               OPEN OUTPUT FileIscrizioni
               CLOSE FileIscrizioni
               OPEN I-O FileIscrizioni
           END-IF
           OPEN INPUT FileIndirizzi
           IF FS-FileIndirizzi = "00"
               MOVE "Y" TO Indirizzi-Aperti
           END-IF
           PERFORM 0600-CARICA-POSTI
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "ISCRIZIONI ALLE PRIME " Anno-Iscrizioni
               DISPLAY "1: Nuova domanda di iscrizione"
               DISPLAY "2: Posti di prima per indirizzo"
               DISPLAY "3: Graduatoria, accolte e lista d'attesa"
               DISPLAY "4: Dirotta una domanda sulla seconda scelta"
               DISPLAY "5: Conferma l'iscrizione (crea lo studente)"
               DISPLAY "6: Ritiro di una domanda"
               DISPLAY "7: Elenco delle domande"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-NUOVA-DOMANDA
                   WHEN 2 PERFORM 2000-POSTI
                   WHEN 3 PERFORM 3000-GRADUATORIA
                   WHEN 4 PERFORM 4000-DIROTTA
                   WHEN 5 PERFORM 5000-CONFERMA
                   WHEN 6 PERFORM 6000-RITIRO
                   WHEN 7 PERFORM 7000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileIscrizioni
           IF Indirizzi-Aperti = "Y"
               CLOSE FileIndirizzi
           END-IF
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno in corso da
      *ANNO-CORRENTE.DAT; le iscrizioni sono per l'anno dopo,
      *salvo indicazione diversa dell'operatore
       0500-LEGGI-ANNO.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente NOT = SPACES
               MOVE Anno-Corrente(1:4) TO Anno-Numero
               MOVE Anno-Corrente(6:4) TO Anno-Numero-2
               ADD 1 TO Anno-Numero
               ADD 1 TO Anno-Numero-2
               STRING Anno-Numero DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   Anno-Numero-2 DELIMITED BY SIZE
                   INTO Anno-Iscrizioni
               DISPLAY "Iscrizioni per l'anno " Anno-Iscrizioni
                   " (invio = confermare, altrimenti l'anno): "
               MOVE SPACES TO Anno-Corrente
               ACCEPT Anno-Corrente
               IF Anno-Corrente NOT = SPACES
                   MOVE Anno-Corrente TO Anno-Iscrizioni
               END-IF
           END-IF
           PERFORM UNTIL Anno-Iscrizioni NOT = SPACES
               DISPLAY "Anno scolastico delle iscrizioni (es. "
                   "2026/2027): "
               ACCEPT Anno-Iscrizioni
           END-PERFORM.

      *Paragrafo 0600-CARICA-POSTI: POSTI-PRIME.DAT in tabella (il
      *file e' piccolo e si riscrive intero a ogni modifica)
       0600-CARICA-POSTI.
           MOVE 0 TO Posti-Cont
           OPEN INPUT FilePosti
           IF FS-FilePosti = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FilePosti
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Posti-Cont < 30
                               ADD 1 TO Posti-Cont
                               MOVE PP-Anno TO PT-Anno(Posti-Cont)
                               MOVE PP-Indirizzo
                                   TO PT-Indirizzo(Posti-Cont)
                               MOVE PP-Posti TO PT-Posti(Posti-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FilePosti
           END-IF.

      *Paragrafo 1000-NUOVA-DOMANDA: dati dell'alunno/a, scelte e
      *criteri; i punti li calcola subito la stessa regola della
      *graduatoria
       1000-NUOVA-DOMANDA.
           MOVE SPACES TO Iscrizioni-Record
           MOVE "Y" TO Dati-Validi
           DISPLAY "Cognome: "
           ACCEPT IS-Cognome
           DISPLAY "Nome: "
           ACCEPT IS-Nome
           IF IS-Cognome = SPACES OR IS-Nome = SPACES
               DISPLAY "Cognome e nome sono obbligatori"
               MOVE "N" TO Dati-Validi
           END-IF
           IF Dati-Validi = "Y"
               DISPLAY "Data di nascita (AAAAMMGG): "
               MOVE 0 TO IS-Data-Nascita
               ACCEPT IS-Data-Nascita
               DISPLAY "Contatto genitore/tutore: "
               ACCEPT IS-Contatto
               DISPLAY "Indirizzo richiesto: "
               PERFORM 1100-CHIEDI-INDIRIZZO
               MOVE Indirizzo-Input TO IS-Indirizzo
               IF Indirizzo-Valido NOT = "Y"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               DISPLAY "Seconda scelta (invio = nessuna): "
               PERFORM 1100-CHIEDI-INDIRIZZO
               IF Indirizzo-Input = IS-Indirizzo
                   DISPLAY "Seconda scelta uguale alla prima: "
                       "ignorata"
                   MOVE SPACES TO Indirizzo-Input
               END-IF
               IF Indirizzo-Valido = "Y"
                   MOVE Indirizzo-Input TO IS-Indirizzo-2
               END-IF
               DISPLAY "Matricola di un fratello o sorella gia' "
                   "iscritto (0 = nessuno): "
               MOVE 0 TO IS-Fratello
               ACCEPT IS-Fratello
               MOVE 0 TO IS-Fascia-Distanza
               PERFORM UNTIL IS-Fascia-Distanza >= 1
                       AND IS-Fascia-Distanza <= 4
                   DISPLAY "Fascia di distanza (1 entro 2 km, 2 "
                       "entro 5, 3 entro 10, 4 oltre): "
                   ACCEPT IS-Fascia-Distanza
               END-PERFORM
               DISPLAY "Scuola di provenienza: "
               ACCEPT IS-Scuola-Provenienza
               DISPLAY "Scuola in raccordo con l'istituto (S/N): "
               ACCEPT IS-Scuola-Raccordo
               INSPECT IS-Scuola-Raccordo CONVERTING "sn" TO "SN"
               IF IS-Scuola-Raccordo NOT = "S"
                   MOVE "N" TO IS-Scuola-Raccordo
               END-IF
               MOVE Anno-Iscrizioni TO IS-Anno
               MOVE Data-Oggi TO IS-Data-Domanda
               MOVE IS-Indirizzo TO IS-Indirizzo-Assegnato
               MOVE "N" TO IS-Dirottata
               MOVE 0 TO IS-Posizione
               MOVE 0 TO IS-Matricola
               MOVE "D" TO IS-Stato
               OPEN INPUT Studenti
               PERFORM 3100-CALCOLA-PUNTI
               IF FS-Studenti = "00"
                   CLOSE Studenti
               END-IF
               PERFORM 1400-PROSSIMO-NUMERO
               WRITE Iscrizioni-Record
                   INVALID KEY
                       DISPLAY "Domanda non registrata"
                       MOVE "N" TO Dati-Validi
               END-WRITE
           END-IF
           IF Dati-Validi = "Y"
               MOVE IS-Punti TO Punti-for
               DISPLAY "Domanda n. " IS-Numero " registrata, punti "
                   Punti-for
               IF IS-Fratello NOT = 0
                       AND IS-Fratello-Verificato NOT = "S"
                   DISPLAY "Fratello/sorella non trovato fra gli "
                       "iscritti attivi: punti non attribuiti"
               END-IF
               MOVE SPACES TO Audit-Descrizione
               STRING "Domanda iscrizione " DELIMITED BY SIZE
                   IS-Numero DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IS-Indirizzo DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 1100-CHIEDI-INDIRIZZO: un codice d'indirizzo,
      *verificato su INDIRIZZI.DAT se presente (invio = nessuno)
       1100-CHIEDI-INDIRIZZO.
           MOVE SPACES TO Indirizzo-Input
           ACCEPT Indirizzo-Input
           INSPECT Indirizzo-Input CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "Y" TO Indirizzo-Valido
           IF Indirizzo-Input = SPACES
               MOVE "N" TO Indirizzo-Valido
           ELSE IF Indirizzi-Aperti = "Y"
               MOVE Indirizzo-Input TO IN-Codice
               READ FileIndirizzi
                   INVALID KEY
                       DISPLAY "Indirizzo non in INDIRIZZI.DAT"
                       MOVE "N" TO Indirizzo-Valido
                   NOT INVALID KEY
                       DISPLAY IN-Descrizione
               END-READ
           END-IF
           END-IF.

      *Paragrafo 1400-PROSSIMO-NUMERO: numero della domanda nuova,
      *il seguito dell'ultimo gia' registrato
       1400-PROSSIMO-NUMERO.
           MOVE Iscrizioni-Record TO Iscrizione-Salvata
           MOVE 0 TO Ultimo-Numero
           MOVE 0 TO IS-Numero
           START FileIscrizioni KEY IS NOT LESS THAN IS-Numero
               INVALID KEY MOVE "S" TO Fine-Iscrizioni
               NOT INVALID KEY MOVE "N" TO Fine-Iscrizioni
           END-START
           PERFORM UNTIL Fine-Iscrizioni = "S"
               READ FileIscrizioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Iscrizioni
                   NOT AT END
                       MOVE IS-Numero TO Ultimo-Numero
               END-READ
           END-PERFORM
           MOVE Iscrizione-Salvata TO Iscrizioni-Record
           ADD 1 TO Ultimo-Numero
           MOVE Ultimo-Numero TO IS-Numero.

      *Paragrafo 2000-POSTI: i posti di prima di un indirizzo per
      *l'anno delle iscrizioni; si riscrive POSTI-PRIME.DAT
       2000-POSTI.
           MOVE 0 TO Posti-Idx
           PERFORM UNTIL Posti-Idx >= Posti-Cont
               ADD 1 TO Posti-Idx
               IF PT-Anno(Posti-Idx) = Anno-Iscrizioni
                   DISPLAY PT-Indirizzo(Posti-Idx) " posti "
                       PT-Posti(Posti-Idx)
               END-IF
           END-PERFORM
           DISPLAY "Indirizzo: "
           PERFORM 1100-CHIEDI-INDIRIZZO
           IF Indirizzo-Valido = "Y"
               DISPLAY "Posti di prima classe: "
               MOVE 0 TO Posti-Input
               ACCEPT Posti-Input
               PERFORM 2100-CERCA-POSTI
               IF Posti-Trovati NOT = "Y"
                   IF Posti-Cont < 30
                       ADD 1 TO Posti-Cont
                       MOVE Posti-Cont TO Posti-Idx
                       MOVE Anno-Iscrizioni TO PT-Anno(Posti-Idx)
                       MOVE Indirizzo-Input TO PT-Indirizzo(Posti-Idx)
                       MOVE "Y" TO Posti-Trovati
                   ELSE
                       DISPLAY "Tabella dei posti piena"
                   END-IF
               END-IF
               IF Posti-Trovati = "Y"
                   MOVE Posti-Input TO PT-Posti(Posti-Idx)
                   OPEN OUTPUT FilePosti
                   MOVE 0 TO Posti-Idx
                   PERFORM UNTIL Posti-Idx >= Posti-Cont
                       ADD 1 TO Posti-Idx
                       MOVE PT-Anno(Posti-Idx) TO PP-Anno
                       MOVE PT-Indirizzo(Posti-Idx) TO PP-Indirizzo
                       MOVE PT-Posti(Posti-Idx) TO PP-Posti
                       WRITE FilePosti-Record
                   END-PERFORM
                   CLOSE FilePosti
                   DISPLAY "Posti registrati"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Posti prime " DELIMITED BY SIZE
                       Indirizzo-Input DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Posti-Input DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 2100-CERCA-POSTI: la riga dei posti di
      *Indirizzo-Input per l'anno delle iscrizioni (Posti-Idx)
       2100-CERCA-POSTI.
           MOVE "N" TO Posti-Trovati
           MOVE 0 TO Posti-Idx
           PERFORM UNTIL Posti-Idx >= Posti-Cont
                   OR Posti-Trovati = "Y"
               ADD 1 TO Posti-Idx
               IF PT-Anno(Posti-Idx) = Anno-Iscrizioni
                       AND PT-Indirizzo(Posti-Idx) = Indirizzo-Input
                   MOVE "Y" TO Posti-Trovati
               END-IF
           END-PERFORM.

      *Paragrafo 3000-GRADUATORIA: punti ricalcolati, ordinamento
      *per indirizzo e punti, accolte fino ai posti liberi (al netto
      *delle iscrizioni confermate) e lista d'attesa; esito
      *riscritto sulle domande e stampato
       3000-GRADUATORIA.
           MOVE 0 TO Grad-Cont
           MOVE "N" TO Grad-Trabocco
           MOVE 0 TO Posti-Idx
           PERFORM UNTIL Posti-Idx >= Posti-Cont
               ADD 1 TO Posti-Idx
               MOVE 0 TO PT-Occupati(Posti-Idx)
               MOVE 0 TO PT-Accolte(Posti-Idx)
               MOVE 0 TO PT-Attesa(Posti-Idx)
           END-PERFORM
           OPEN INPUT Studenti
           MOVE 0 TO IS-Numero
           START FileIscrizioni KEY IS NOT LESS THAN IS-Numero
               INVALID KEY MOVE "S" TO Fine-Iscrizioni
               NOT INVALID KEY MOVE "N" TO Fine-Iscrizioni
           END-START
           PERFORM UNTIL Fine-Iscrizioni = "S"
               READ FileIscrizioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Iscrizioni
                   NOT AT END
                       IF IS-Anno = Anno-Iscrizioni
                           PERFORM 3050-RACCOGLI-DOMANDA
                       END-IF
               END-READ
           END-PERFORM
           IF FS-Studenti = "00"
               CLOSE Studenti
           END-IF
           IF Grad-Trabocco = "Y"
               DISPLAY "ATTENZIONE: domande oltre le 500 voci della "
                   "graduatoria - graduatoria non calcolata"
           ELSE
               PERFORM 3200-ORDINA
               PERFORM 3300-ASSEGNA-POSTI
               PERFORM 3500-STAMPA-GRADUATORIA
               MOVE SPACES TO Audit-Descrizione
               STRING "Graduatoria iscrizioni " DELIMITED BY SIZE
                   Anno-Iscrizioni DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 3050-RACCOGLI-DOMANDA: le confermate occupano un
      *posto del loro indirizzo; le domande aperte (da graduare,
      *accolte, in attesa) entrano in graduatoria con i punti
      *ricalcolati
       3050-RACCOGLI-DOMANDA.
           IF IS-Confermata
               MOVE IS-Indirizzo-Assegnato TO Indirizzo-Input
               PERFORM 2100-CERCA-POSTI
               IF Posti-Trovati = "Y"
                   ADD 1 TO PT-Occupati(Posti-Idx)
               END-IF
           END-IF
           IF IS-Da-Graduare OR IS-Accolta OR IS-In-Attesa
               PERFORM 3100-CALCOLA-PUNTI
               REWRITE Iscrizioni-Record
                   INVALID KEY
                       DISPLAY "Punti non aggiornati, domanda "
                           IS-Numero
               END-REWRITE
               IF Grad-Cont < 500
                   ADD 1 TO Grad-Cont
                   MOVE IS-Indirizzo-Assegnato
                       TO GR-Indirizzo(Grad-Cont)
                   COMPUTE GR-Punti-Inversi(Grad-Cont) =
                       999 - IS-Punti
                   MOVE IS-Data-Domanda TO GR-Data(Grad-Cont)
                   MOVE IS-Numero TO GR-Numero(Grad-Cont)
                   MOVE IS-Punti TO GR-Punti(Grad-Cont)
                   MOVE IS-Cognome TO GR-Cognome(Grad-Cont)
                   MOVE IS-Nome TO GR-Nome(Grad-Cont)
                   MOVE "D" TO GR-Stato(Grad-Cont)
                   MOVE 0 TO GR-Posizione(Grad-Cont)
               ELSE
                   MOVE "Y" TO Grad-Trabocco
               END-IF
           END-IF.

      *Paragrafo 3100-CALCOLA-PUNTI: i punti dei criteri della
      *domanda corrente; il fratello o la sorella conta solo se la
      *matricola e' di uno studente attivo (Studenti gia' aperto in
      *lettura; chiuso o assente, il criterio non si verifica)
       3100-CALCOLA-PUNTI.
           MOVE 0 TO IS-Punti
           MOVE "N" TO IS-Fratello-Verificato
           IF IS-Fratello NOT = 0 AND FS-Studenti = "00"
               MOVE IS-Fratello TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ST-Ritirato-Si AND NOT ST-Esterno-Si
                           MOVE "S" TO IS-Fratello-Verificato
                       END-IF
               END-READ
           END-IF
           IF IS-Fratello-Verificato = "S"
               ADD PUNTI-FRATELLO TO IS-Punti
           END-IF
           IF IS-Fascia-Distanza >= 1 AND IS-Fascia-Distanza <= 4
               ADD Punti-Distanza(IS-Fascia-Distanza) TO IS-Punti
           END-IF
           IF IS-Scuola-Raccordo = "S"
               ADD PUNTI-RACCORDO TO IS-Punti
           END-IF.

      *Paragrafo 3200-ORDINA: graduatoria per chiave di
      *ordinamento crescente (scambio a bolle: le domande di un
      *anno sono poche centinaia)
       3200-ORDINA.
           MOVE "Y" TO Scambi-Fatti
           PERFORM UNTIL Scambi-Fatti NOT = "Y"
               MOVE "N" TO Scambi-Fatti
               MOVE 1 TO Grad-Idx
               PERFORM UNTIL Grad-Idx >= Grad-Cont
                   COMPUTE Grad-Idx-2 = Grad-Idx + 1
                   IF GR-Chiave-Ord(Grad-Idx)
                           > GR-Chiave-Ord(Grad-Idx-2)
                       MOVE Grad-Voce(Grad-Idx) TO Grad-Appoggio
                       MOVE Grad-Voce(Grad-Idx-2)
                           TO Grad-Voce(Grad-Idx)
                       MOVE Grad-Appoggio TO Grad-Voce(Grad-Idx-2)
                       MOVE "Y" TO Scambi-Fatti
                   END-IF
                   ADD 1 TO Grad-Idx
               END-PERFORM
           END-PERFORM.

      *Paragrafo 3300-ASSEGNA-POSTI: in ordine di graduatoria,
      *accolta finche' l'indirizzo ha posti liberi, poi lista
      *d'attesa; senza posti definiti la domanda resta da graduare
       3300-ASSEGNA-POSTI.
           MOVE SPACES TO Indirizzo-Corrente
           MOVE 0 TO Grad-Idx
           PERFORM UNTIL Grad-Idx >= Grad-Cont
               ADD 1 TO Grad-Idx
               IF GR-Indirizzo(Grad-Idx) NOT = Indirizzo-Corrente
                   MOVE GR-Indirizzo(Grad-Idx) TO Indirizzo-Corrente
                   MOVE 0 TO Posizione-Corrente
                   MOVE Indirizzo-Corrente TO Indirizzo-Input
                   PERFORM 2100-CERCA-POSTI
                   IF Posti-Trovati NOT = "Y"
                       DISPLAY "Posti non definiti per l'indirizzo "
                           Indirizzo-Corrente ": domande lasciate "
                           "da graduare"
                   END-IF
               END-IF
               ADD 1 TO Posizione-Corrente
               MOVE Posizione-Corrente TO GR-Posizione(Grad-Idx)
               IF Posti-Trovati = "Y"
                   IF PT-Occupati(Posti-Idx) < PT-Posti(Posti-Idx)
                       MOVE "A" TO GR-Stato(Grad-Idx)
                       ADD 1 TO PT-Occupati(Posti-Idx)
                       ADD 1 TO PT-Accolte(Posti-Idx)
                   ELSE
                       MOVE "L" TO GR-Stato(Grad-Idx)
                       ADD 1 TO PT-Attesa(Posti-Idx)
                   END-IF
               END-IF
               MOVE GR-Numero(Grad-Idx) TO IS-Numero
               READ FileIscrizioni
                   INVALID KEY
                       DISPLAY "Domanda " IS-Numero " non riletta"
                   NOT INVALID KEY
                       MOVE GR-Stato(Grad-Idx) TO IS-Stato
                       MOVE GR-Posizione(Grad-Idx) TO IS-Posizione
                       REWRITE Iscrizioni-Record
                           INVALID KEY
                               DISPLAY "Esito non registrato, "
                                   "domanda " IS-Numero
                       END-REWRITE
               END-READ
           END-PERFORM.

      *Paragrafo 3500-STAMPA-GRADUATORIA: per indirizzo, le accolte
      *e poi la lista d'attesa in ordine di posizione, su
      *GRADUATORIA-<anno>.txt
       3500-STAMPA-GRADUATORIA.
           MOVE SPACES TO FileOut-Filename
           STRING "GRADUATORIA-" DELIMITED BY SIZE
               Anno-Iscrizioni(1:4) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "GRADUATORIA ISCRIZIONI ALLE PRIME - A.S. "
               DELIMITED BY SIZE
               Anno-Iscrizioni DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Grad-Idx
           PERFORM UNTIL Grad-Idx >= Grad-Cont
               ADD 1 TO Grad-Idx
               MOVE GR-Indirizzo(Grad-Idx) TO Indirizzo-Corrente
               MOVE Grad-Idx TO Grad-Inizio
               MOVE Grad-Idx TO Grad-Fine
               PERFORM UNTIL Grad-Fine >= Grad-Cont
                   IF GR-Indirizzo(Grad-Fine + 1)
                           NOT = Indirizzo-Corrente
                       MOVE Grad-Cont TO Grad-Fine
                   ELSE
                       ADD 1 TO Grad-Fine
                       MOVE Grad-Fine TO Grad-Idx
                   END-IF
               END-PERFORM
               MOVE Grad-Idx TO Grad-Fine
               PERFORM 3600-TESTATA-INDIRIZZO
               MOVE "ACCOLTE" TO FileOut-Record
               WRITE FileOut-Record
               MOVE "A" TO Risposta
               PERFORM 3700-RIGHE-STATO
               MOVE "LISTA D'ATTESA" TO FileOut-Record
               WRITE FileOut-Record
               MOVE "L" TO Risposta
               PERFORM 3700-RIGHE-STATO
               MOVE "D" TO Risposta
               PERFORM 3700-RIGHE-STATO
           END-PERFORM
           CLOSE FileOut
           DISPLAY "Graduatoria scritta su " FileOut-Filename.

      *Paragrafo 3600-TESTATA-INDIRIZZO: indirizzo, posti, accolte
      *e in attesa
       3600-TESTATA-INDIRIZZO.
           MOVE " " TO FileOut-Record
           WRITE FileOut-Record
           MOVE Indirizzo-Corrente TO Indirizzo-Input
           PERFORM 2100-CERCA-POSTI
           MOVE SPACES TO riga
           IF Posti-Trovati = "Y"
               STRING "Indirizzo " DELIMITED BY SIZE
                   Indirizzo-Corrente DELIMITED BY SIZE
                   " posti " DELIMITED BY SIZE
                   PT-Posti(Posti-Idx) DELIMITED BY SIZE
                   " accolte " DELIMITED BY SIZE
                   PT-Accolte(Posti-Idx) DELIMITED BY SIZE
                   " in attesa " DELIMITED BY SIZE
                   PT-Attesa(Posti-Idx) DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "Indirizzo " DELIMITED BY SIZE
                   Indirizzo-Corrente DELIMITED BY SIZE
                   " posti non definiti" DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 3700-RIGHE-STATO: le domande dell'indirizzo
      *corrente (voci da Grad-Inizio a Grad-Fine) con lo stato in
      *Risposta, in ordine di posizione
       3700-RIGHE-STATO.
           MOVE Grad-Inizio TO Grad-Idx-2
           PERFORM UNTIL Grad-Idx-2 > Grad-Fine
               IF GR-Stato(Grad-Idx-2) = Risposta
                   MOVE GR-Posizione(Grad-Idx-2) TO Posizione-for
                   MOVE GR-Punti(Grad-Idx-2) TO Punti-for
                   MOVE SPACES TO riga
                   STRING Posizione-for DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GR-Cognome(Grad-Idx-2) DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       GR-Nome(Grad-Idx-2) DELIMITED BY "  "
                       " (domanda " DELIMITED BY SIZE
                       GR-Numero(Grad-Idx-2) DELIMITED BY SIZE
                       ") punti " DELIMITED BY SIZE
                       Punti-for DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
               END-IF
               ADD 1 TO Grad-Idx-2
           END-PERFORM.

      *Paragrafo 4000-DIROTTA: una domanda accolta passa alla
      *seconda scelta; vi resta accolta se l'indirizzo ha posti
      *liberi, altrimenti entra in lista d'attesa
       4000-DIROTTA.
           PERFORM 8000-SCEGLI-DOMANDA
           IF Iscrizione-Trovata-Si
               IF NOT IS-Accolta
                   DISPLAY "Solo una domanda accolta si dirotta"
               ELSE IF IS-Indirizzo-2 = SPACES
                   DISPLAY "La domanda non ha una seconda scelta"
               ELSE IF IS-Dirottata = "S"
                   DISPLAY "Domanda gia' dirottata sulla seconda "
                       "scelta"
               ELSE
                   MOVE IS-Numero TO Numero-Scelto
                   MOVE IS-Indirizzo-2 TO Indirizzo-Input
                   PERFORM 4100-POSTI-LIBERI
                   MOVE Numero-Scelto TO IS-Numero
                   READ FileIscrizioni
                       INVALID KEY
                           DISPLAY "Domanda non riletta"
                   END-READ
                   MOVE IS-Indirizzo-2 TO IS-Indirizzo-Assegnato
                   MOVE "S" TO IS-Dirottata
                   MOVE 0 TO IS-Posizione
                   IF Posti-Input > 0
                       MOVE "A" TO IS-Stato
                       DISPLAY "Accolta sulla seconda scelta "
                           IS-Indirizzo-2
                   ELSE
                       MOVE "L" TO IS-Stato
                       DISPLAY "Nessun posto libero su "
                           IS-Indirizzo-2 ": in lista d'attesa"
                   END-IF
                   REWRITE Iscrizioni-Record
                       INVALID KEY
                           DISPLAY "Dirottamento non registrato"
                   END-REWRITE
                   DISPLAY "Il posto lasciato su " IS-Indirizzo
                       " va alla lista d'attesa: rifare la "
                       "graduatoria"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Domanda iscrizione " DELIMITED BY SIZE
                       IS-Numero DELIMITED BY SIZE
                       " dirottata" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
               END-IF
               END-IF
           END-IF.

      *Paragrafo 4100-POSTI-LIBERI: posti dell'indirizzo
      *Indirizzo-Input meno le domande accolte o confermate che vi
      *sono assegnate (in Posti-Input; zero senza posti definiti)
       4100-POSTI-LIBERI.
           MOVE 0 TO Posti-Input
           PERFORM 2100-CERCA-POSTI
           IF Posti-Trovati = "Y"
               MOVE PT-Posti(Posti-Idx) TO Posti-Input
               MOVE 0 TO IS-Numero
               START FileIscrizioni KEY IS NOT LESS THAN IS-Numero
                   INVALID KEY MOVE "S" TO Fine-Iscrizioni
                   NOT INVALID KEY MOVE "N" TO Fine-Iscrizioni
               END-START
               PERFORM UNTIL Fine-Iscrizioni = "S"
                   READ FileIscrizioni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Iscrizioni
                       NOT AT END
                           IF IS-Anno = Anno-Iscrizioni
                                   AND IS-Indirizzo-Assegnato
                                       = Indirizzo-Input
                                   AND (IS-Accolta OR IS-Confermata)
                                   AND Posti-Input > 0
                               SUBTRACT 1 FROM Posti-Input
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 5000-CONFERMA: la famiglia conferma una domanda
      *accolta; lo studente entra in STUDENTI.DAT con una matricola
      *nuova e la classe in bianco, che assegnera' FormaClassi
       5000-CONFERMA.
           PERFORM 8000-SCEGLI-DOMANDA
           IF Iscrizione-Trovata-Si
               IF NOT IS-Accolta
                   DISPLAY "Si conferma solo una domanda accolta"
               ELSE
                   PERFORM 5100-CREA-STUDENTE
                   IF Studente-Scritto = "Y"
                       MOVE Matricola-Nuova TO IS-Matricola
                       MOVE "C" TO IS-Stato
                       REWRITE Iscrizioni-Record
                           INVALID KEY
                               DISPLAY "Conferma non registrata "
                                   "sulla domanda"
                       END-REWRITE
                       DISPLAY "Iscrizione confermata: matricola "
                           Matricola-Nuova
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Iscrizione " DELIMITED BY SIZE
                           IS-Numero DELIMITED BY SIZE
                           " matricola " DELIMITED BY SIZE
                           Matricola-Nuova DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 5100-CREA-STUDENTE: matricola nuova dalla piu'
      *alta in anagrafica (cinque cifre piu' uno e la cifra di
      *controllo); con la chiave occupata si passa alla successiva
       5100-CREA-STUDENTE.
           MOVE "N" TO Studente-Scritto
           OPEN I-O Studenti
           IF FS-Studenti = "35"
               OPEN OUTPUT Studenti
               CLOSE Studenti
               OPEN I-O Studenti
           END-IF
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               MOVE 0 TO Matricola-Nuova
               MOVE 0 TO ST-ID
               MOVE "N" TO Fine-Studenti
               START Studenti KEY IS NOT LESS THAN ST-ID
                   INVALID KEY MOVE "S" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           MOVE ST-ID TO Matricola-Nuova
                   END-READ
               END-PERFORM
               MOVE Matricola-Nuova TO Matricola-Testo
               MOVE Matricola-Testo(1:5) TO Matricola-Base
               MOVE 0 TO Tentativi
               PERFORM UNTIL Studente-Scritto = "Y"
                       OR Tentativi >= 20
                       OR Matricola-Base >= 99999
                   ADD 1 TO Tentativi
                   ADD 1 TO Matricola-Base
                   PERFORM 5200-CIFRA-CONTROLLO
                   MOVE Matricola-Nuova TO ST-ID
                   MOVE IS-Cognome TO ST-Cognome
                   MOVE IS-Nome TO ST-Nome
                   MOVE SPACES TO ST-Classe
                   MOVE IS-Contatto TO ST-Contatto
                   MOVE SPACE TO ST-Stato
                   WRITE Studenti-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO Studente-Scritto
                   END-WRITE
               END-PERFORM
               CLOSE Studenti
               IF Studente-Scritto NOT = "Y"
                   DISPLAY "Nessuna matricola libera: studente non "
                       "creato"
               END-IF
           END-IF.

      *Paragrafo 5200-CIFRA-CONTROLLO: Matricola-Nuova dalla base
      *di cinque cifre piu' la cifra di controllo, somma pesata
      *7-3-1-7-3 modulo 10 come in StudentiMaster
       5200-CIFRA-CONTROLLO.
           MOVE Matricola-Base TO Matricola-Testo(1:5)
           MOVE Matricola-Testo(1:1) TO Cifra-1
           MOVE Matricola-Testo(2:1) TO Cifra-2
           MOVE Matricola-Testo(3:1) TO Cifra-3
           MOVE Matricola-Testo(4:1) TO Cifra-4
           MOVE Matricola-Testo(5:1) TO Cifra-5
           COMPUTE Somma-Cifre = Cifra-1 * 7 + Cifra-2 * 3
               + Cifra-3 + Cifra-4 * 7 + Cifra-5 * 3
           DIVIDE Somma-Cifre BY 10 GIVING Somma-Quoziente
               REMAINDER Cifra-Attesa
           COMPUTE Matricola-Nuova = Matricola-Base * 10
               + Cifra-Attesa.

      *Paragrafo 6000-RITIRO: la famiglia ritira la domanda; il
      *posto torna alla graduatoria (uno studente gia' creato si
      *ritira dall'anagrafica, non da qui)
       6000-RITIRO.
           PERFORM 8000-SCEGLI-DOMANDA
           IF Iscrizione-Trovata-Si
               IF IS-Confermata OR IS-Ritirata
                   DISPLAY "Domanda gia' confermata o ritirata"
               ELSE
                   MOVE "R" TO IS-Stato
                   REWRITE Iscrizioni-Record
                       INVALID KEY
                           DISPLAY "Ritiro non registrato"
                   END-REWRITE
                   DISPLAY "Domanda ritirata: rifare la graduatoria"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Domanda iscrizione " DELIMITED BY SIZE
                       IS-Numero DELIMITED BY SIZE
                       " ritirata" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 7000-ELENCO: le domande dell'anno con indirizzo
      *assegnato, punti, posizione e stato
       7000-ELENCO.
           MOVE 0 TO IS-Numero
           START FileIscrizioni KEY IS NOT LESS THAN IS-Numero
               INVALID KEY MOVE "S" TO Fine-Iscrizioni
               NOT INVALID KEY MOVE "N" TO Fine-Iscrizioni
           END-START
           PERFORM UNTIL Fine-Iscrizioni = "S"
               READ FileIscrizioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Iscrizioni
                   NOT AT END
                       IF IS-Anno = Anno-Iscrizioni
                           PERFORM 8100-DESCRIVI-STATO
                           MOVE IS-Punti TO Punti-for
                           MOVE IS-Posizione TO Posizione-for
                           DISPLAY IS-Numero " " IS-Cognome(1:20)
                               " " IS-Nome(1:15) " "
                               IS-Indirizzo-Assegnato " p."
                               Punti-for " pos." Posizione-for " "
                               Stato-for
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 8000-SCEGLI-DOMANDA: la domanda per numero
       8000-SCEGLI-DOMANDA.
           MOVE "N" TO Iscrizione-Trovata
           DISPLAY "Numero della domanda: "
           MOVE 0 TO Numero-Scelto
           ACCEPT Numero-Scelto
           MOVE Numero-Scelto TO IS-Numero
           READ FileIscrizioni
               INVALID KEY
                   DISPLAY "Domanda inesistente"
               NOT INVALID KEY
                   MOVE "Y" TO Iscrizione-Trovata
                   PERFORM 8100-DESCRIVI-STATO
                   DISPLAY IS-Cognome(1:30) " " IS-Nome(1:20)
                   DISPLAY "Indirizzo " IS-Indirizzo-Assegnato
                       " (scelte " IS-Indirizzo " / "
                       IS-Indirizzo-2 ") " Stato-for
           END-READ.

      *Paragrafo 8100-DESCRIVI-STATO: lo stato della domanda in
      *chiaro
       8100-DESCRIVI-STATO.
           EVALUATE TRUE
               WHEN IS-Da-Graduare MOVE "da graduare" TO Stato-for
               WHEN IS-Accolta MOVE "accolta" TO Stato-for
               WHEN IS-In-Attesa MOVE "in attesa" TO Stato-for
               WHEN IS-Confermata MOVE "confermata" TO Stato-for
               WHEN IS-Ritirata MOVE "ritirata" TO Stato-for
               WHEN OTHER MOVE SPACES TO Stato-for
           END-EVALUATE.

      *Paragrafo 8950-CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       8950-CONTROLLA-AMBIENTE.
           MOVE "N" TO Ambiente-Prova
           OPEN INPUT FileAmbiente
           IF FS-FileAmbiente = "00"
               MOVE "S" TO Ambiente-Prova
               MOVE ZERO TO AP-Data-Copia
               READ FileAmbiente
                   AT END
                       MOVE ZERO TO AP-Data-Copia
               END-READ
               CLOSE FileAmbiente
               DISPLAY "**********************************************"
               DISPLAY "*            AMBIENTE DI PROVA               *"
               DISPLAY "*  dati pseudonimizzati: nessun invio a      *"
               DISPLAY "*  famiglie, portale, SIS o ministero        *"
               DISPLAY "**********************************************"
               IF AP-Data-Copia NOT = ZERO
                   DISPLAY "Dati copiati dal registro il "
                       AP-Data-Copia-Testo(7:2) "/"
                       AP-Data-Copia-Testo(5:2) "/"
                       AP-Data-Copia-Testo(1:4)
               END-IF
           END-IF.

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Programma non avviato: riprovare a lavoro "
                   "concluso"
               STOP RUN
           END-IF.

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE SPACES TO FileManutenzione-Record
           OPEN INPUT FileManutenzione
           IF FS-FileManutenzione = "00"
               READ FileManutenzione
                   AT END
                       MOVE SPACES TO FileManutenzione-Record
               END-READ
               CLOSE FileManutenzione
               IF MN-Stato = "A"
                   MOVE "S" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               MOVE SPACES TO Manut-Chiave-Catena
               ACCEPT Manut-Chiave-Catena
                   FROM ENVIRONMENT "REGISTRO_CATENA"
               IF Manut-Chiave-Catena NOT = SPACES
                       AND Manut-Chiave-Catena = MN-Chiave
                   MOVE "N" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               IF Manut-Data > MN-Data-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
               IF Manut-Data = MN-Data-Fine
                       AND Manut-HHMM > MN-Ora-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
           END-IF.

      *Paragrafo 8970-MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       8970-MOSTRA-MANUTENZIONE.
           DISPLAY "**********************************************"
           DISPLAY "*         ARCHIVI IN MANUTENZIONE            *"
           DISPLAY "**********************************************"
           DISPLAY "Lavoro in corso : " MN-Programma
           DISPLAY "Motivo          : " MN-Motivo
           DISPLAY "Operatore       : " MN-Operatore
           DISPLAY "Iniziato il     : "
               MN-Data-Inizio-Testo(7:2) "/"
               MN-Data-Inizio-Testo(5:2) "/"
               MN-Data-Inizio-Testo(1:4) " alle "
               MN-Ora-Inizio-Testo(1:2) ":"
               MN-Ora-Inizio-Testo(3:2)
           DISPLAY "Fine prevista   : "
               MN-Data-Fine-Testo(7:2) "/"
               MN-Data-Fine-Testo(5:2) "/"
               MN-Data-Fine-Testo(1:4) " alle "
               MN-Ora-Fine-Testo(1:2) ":"
               MN-Ora-Fine-Testo(3:2)
           IF Manutenzione-Scaduta = "S"
               DISPLAY "ATTENZIONE: la fine prevista e' passata e il "
                   "segnale e' ancora aperto, il lavoro potrebbe "
                   "essersi interrotto"
               DISPLAY "Verificare gli archivi, poi chiudere il "
                   "segnale con FinestraManutenzione"
           END-IF.

      *Paragrafo 8975-AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala al prompt successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       8975-AVVISA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               OPEN OUTPUT FileAudit
           END-IF
           ACCEPT Audit-Data FROM DATE YYYYMMDD
           ACCEPT Audit-Ora FROM TIME
           MOVE SPACES TO FileAudit-Record
           STRING Audit-Data DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

       END PROGRAM Iscrizioni.
