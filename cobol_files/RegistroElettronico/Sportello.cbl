       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sportello.

      *Sportello certificati: le famiglie chiedono certificati di
      *frequenza, certificati con la carriera scolastica e nulla
      *osta al trasferimento allo sportello o per posta
      *elettronica, e finora le richieste finivano su foglietti e
      *qualcuna aspettava settimane. Ogni richiesta e' una riga di
      *RICHIESTE-CERTIFICATI.DAT con numero progressivo: chi la fa
      *e a che titolo, matricola, tipo di documento, canale, data,
      *termine di consegna, stato, data di evasione e numero di
      *protocollo del documento emesso. Il richiedente si
      *riconosce su TUTORI.DAT (nome del tutore della matricola;
      *per posta elettronica l'indirizzo deve essere quello
      *registrato) oppure e' lo studente stesso, se maggiorenne
      *secondo la data di nascita dell'anagrafica estesa (per posta
      *elettronica dal suo contatto). Il termine e' in giorni
      *lavorativi (lunedi'-venerdi') dalla richiesta: 3 per il
      *certificato di frequenza, 5 per il certificato di carriera
      *e per il nulla osta. Il certificato di frequenza si emette
      *da qui (FREQUENZA-<protocollo>.txt, protocollo tipo
      *FREQUENZA); il certificato di carriera esce da Trascrizione
      *e il nulla osta dal pacchetto di TrasferimentoOut, che
      *chiedono il numero di richiesta e la chiudono con il proprio
      *protocollo. Un documento gia' protocollato senza numero di
      *richiesta si collega dopo, verificato sul registro di
      *protocollo. Il report giornaliero (RICHIESTE-SCADUTE-<data>
      *.txt) elenca le richieste aperte oltre il termine, con i
      *giorni di attesa.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Coda delle richieste, per numero
           SELECT FileRichieste ASSIGN TO 'RICHIESTE-CERTIFICATI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-Numero
               FILE STATUS IS FS-FileRichieste.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Anagrafica estesa per matricola (StudentiMaster): la data di
      *nascita dice se lo studente e' maggiorenne
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.
      *Tutori e genitori per matricola (TutoriManut)
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
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
      *Stato A aperta, E evasa, N annullata
       FD  FileRichieste.
       01  Richieste-Record.
           05  RQ-Numero PIC 9(6).
           05  RQ-Data-Richiesta PIC 9(8).
           05  RQ-Matricola PIC 9(6).
           05  RQ-Tipo PIC X(11).
           05  RQ-Canale PIC X(9).
           05  RQ-Richiedente PIC X(40).
           05  RQ-Relazione PIC X(10).
           05  RQ-Recapito PIC X(40).
           05  RQ-Scadenza PIC 9(8).
           05  RQ-Stato PIC X(1).
               88  RQ-Aperta VALUE "A".
               88  RQ-Evasa VALUE "E".
               88  RQ-Annullata VALUE "N".
           05  RQ-Data-Evasione PIC 9(8).
           05  RQ-Protocollo PIC 9(6).
           05  RQ-Operatore PIC X(10).
           05  RQ-Note PIC X(30).
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
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Data-Nascita-Testo REDEFINES AE-Data-Nascita
               PIC X(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
       FD  FileProtocollo.
       01  FileProtocollo-Record.
           05  PRT-Numero PIC 9(6).
           05  PRT-Anno PIC X(9).
           05  PRT-Data PIC 9(8).
           05  PRT-Tipo PIC X(14).
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
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
       01  FS-FileRichieste PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
       01  FS-FileProtocollo PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  riga PIC X(80).
      *Tipi di documento con il termine in giorni lavorativi e il
      *tipo di protocollo del documento che li evade
       01  Documenti-Valori.
           05  FILLER PIC X(11) VALUE "FREQUENZA".
           05  FILLER PIC 99 VALUE 3.
           05  FILLER PIC X(14) VALUE "FREQUENZA".
           05  FILLER PIC X(11) VALUE "CERTIFICATO".
           05  FILLER PIC 99 VALUE 5.
           05  FILLER PIC X(14) VALUE "CERTIFICATO".
           05  FILLER PIC X(11) VALUE "NULLA-OSTA".
           05  FILLER PIC 99 VALUE 5.
           05  FILLER PIC X(14) VALUE "TRASFERIMENTO".
       01  Documenti-Tab REDEFINES Documenti-Valori.
           05  Documenti-Voce OCCURS 3 TIMES.
               10  DOC-Tipo PIC X(11).
               10  DOC-Giorni PIC 99.
               10  DOC-Protocollo PIC X(14).
       01  Documenti-Idx PIC 9 VALUE 0.
       01  Documenti-Trovato PIC 9 VALUE 0.
      *Richiesta in ingresso e riconoscimento del richiedente
       01  Numero-Scelto PIC 9(6) VALUE 0.
       01  Numero-Massimo PIC 9(6) VALUE 0.
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Tipo-Inserito PIC X(11) VALUE SPACES.
       01  Canale-Inserito PIC X(9) VALUE SPACES.
       01  Chi-Richiede PIC 9 VALUE 0.
       01  Richiedente-Inserito PIC X(40) VALUE SPACES.
       01  Recapito-Inserito PIC X(40) VALUE SPACES.
       01  Confronto-1 PIC X(40) VALUE SPACES.
       01  Confronto-2 PIC X(40) VALUE SPACES.
       01  Studente-Trovato PIC X VALUE "N".
           88  Studente-Trovato-Si VALUE "Y".
       01  Richiedente-Valido PIC X VALUE "N".
           88  Richiedente-Valido-Si VALUE "Y".
       01  Relazione-Trovata PIC X(10) VALUE SPACES.
       01  Recapito-Registrato PIC X(40) VALUE SPACES.
       01  Canale-Registrato PIC X(8) VALUE SPACES.
       01  Tutori-Contati PIC 99 VALUE 0.
       01  Eta-Differenza PIC S9(8) VALUE 0.
       01  MAGGIORE-ETA PIC 9(6) VALUE 180000.
       01  Operatore PIC X(10) VALUE SPACES.
       01  Note-Inserite PIC X(30) VALUE SPACES.
       01  Protocollo-Verificato PIC X VALUE "N".
      *Termine e anzianita' in giorni lavorativi
       01  Giorni-Da-Contare PIC 99 VALUE 0.
       01  Giorni-Attesa PIC 9(4) VALUE 0.
       01  Giorni-Oltre PIC 9(4) VALUE 0.
       01  Attesa-for PIC ZZZ9.
       01  Oltre-for PIC ZZZ9.
       01  Richieste-Aperte PIC 9(4) VALUE 0.
       01  Richieste-Scadute PIC 9(4) VALUE 0.
      *Emissione del numero di protocollo
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Protocollo-Tipo PIC X(14) VALUE SPACES.
       01  Fine-Protocollo PIC X VALUE "N".
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
      *Scorrimento del calendario civile, con la stessa tabella
      *mesi/bisestili di CalendarioManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24)
               VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1=lunedi'..7=domenica) con la
      *congruenza di Zeller: sabato e domenica non contano
       01  Giorno-Settimana PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(5) VALUE 0.
       01  ZL-Termine-Mese PIC 9(3) VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Quoziente PIC 9(5) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: anno in corso e menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileRichieste
           IF FS-FileRichieste NOT = "00"
               OPEN OUTPUT FileRichieste
               CLOSE FileRichieste
               OPEN I-O FileRichieste
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "SPORTELLO CERTIFICATI"
               DISPLAY "1: Nuova richiesta"
               DISPLAY "2: Emetti certificato di frequenza"
               DISPLAY "3: Collega un documento gia' protocollato"
               DISPLAY "4: Annulla una richiesta"
               DISPLAY "5: Report delle richieste oltre il termine"
               DISPLAY "6: Richieste aperte"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-NUOVA-RICHIESTA
                   WHEN 2 PERFORM 2000-FREQUENZA
                   WHEN 3 PERFORM 3000-COLLEGA-PROTOCOLLO
                   WHEN 4 PERFORM 4000-ANNULLA
                   WHEN 5 PERFORM 5000-REPORT-SCADUTE
                   WHEN 6 PERFORM 6000-APERTE
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileRichieste
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno in corso da
      *ANNO-CORRENTE.DAT, chiesto se manca
       0500-LEGGI-ANNO.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico in corso (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-NUOVA-RICHIESTA: matricola, documento,
      *canale e richiedente riconosciuto; termine di consegna dal
      *tipo di documento
       1000-NUOVA-RICHIESTA.
           DISPLAY "Matricola dello studente: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           PERFORM 8000-CERCA-STUDENTE
           IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica STUDENTI.DAT"
           ELSE
               DISPLAY "Studente: " ST-Cognome(1:25) " "
                   ST-Nome(1:20) " classe " ST-Classe
               DISPLAY "Documento (FREQUENZA, CERTIFICATO, "
                   "NULLA-OSTA): "
               MOVE SPACES TO Tipo-Inserito
               ACCEPT Tipo-Inserito
               INSPECT Tipo-Inserito CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 1050-CERCA-DOCUMENTO
               DISPLAY "Canale (1 = sportello, 2 = posta "
                   "elettronica): "
               MOVE 0 TO Chi-Richiede
               ACCEPT Chi-Richiede
               IF Chi-Richiede = 2
                   MOVE "EMAIL" TO Canale-Inserito
               ELSE
                   MOVE "SPORTELLO" TO Canale-Inserito
               END-IF
               IF Documenti-Trovato = 0
                   DISPLAY "Documento non previsto allo sportello"
               ELSE
                   PERFORM 1100-RICONOSCI-RICHIEDENTE
                   IF NOT Richiedente-Valido-Si
                       DISPLAY "Richiedente non riconosciuto: "
                           "richiesta non registrata"
                   ELSE
                       PERFORM 1300-REGISTRA-RICHIESTA
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1050-CERCA-DOCUMENTO: Tipo-Inserito nella tabella
      *dei documenti (0 se non previsto)
       1050-CERCA-DOCUMENTO.
           MOVE 0 TO Documenti-Trovato
           MOVE 0 TO Documenti-Idx
           PERFORM UNTIL Documenti-Idx >= 3
               ADD 1 TO Documenti-Idx
               IF DOC-Tipo(Documenti-Idx) = Tipo-Inserito
                   MOVE Documenti-Idx TO Documenti-Trovato
               END-IF
           END-PERFORM.

      *Paragrafo 1100-RICONOSCI-RICHIEDENTE: un tutore della
      *matricola su TUTORI.DAT, o lo studente maggiorenne; per
      *posta elettronica l'indirizzo del mittente deve essere
      *quello registrato
       1100-RICONOSCI-RICHIEDENTE.
           MOVE "N" TO Richiedente-Valido
           MOVE SPACES TO Recapito-Inserito
           DISPLAY "Chi richiede (1 = tutore o genitore, 2 = lo "
               "studente maggiorenne): "
           MOVE 0 TO Chi-Richiede
           ACCEPT Chi-Richiede
           IF Canale-Inserito = "EMAIL"
               DISPLAY "Indirizzo del mittente: "
               ACCEPT Recapito-Inserito
           END-IF
           IF Chi-Richiede = 2
               PERFORM 1200-STUDENTE-MAGGIORENNE
           ELSE
               DISPLAY "Nome del richiedente: "
               MOVE SPACES TO Richiedente-Inserito
               ACCEPT Richiedente-Inserito
               PERFORM 1150-CERCA-TUTORE
               IF Relazione-Trovata = SPACES
                   DISPLAY "Non e' fra i tutori registrati della "
                       "matricola (" Tutori-Contati " registrati)"
               ELSE IF Canale-Inserito = "EMAIL"
                       AND Confronto-1 NOT = Confronto-2
                   DISPLAY "L'indirizzo del mittente non e' quello "
                       "registrato per il tutore"
               ELSE
                   MOVE "Y" TO Richiedente-Valido
               END-IF
               END-IF
           END-IF.

      *Paragrafo 1150-CERCA-TUTORE: il tutore della matricola con
      *il nome dato (senza distinzione di maiuscole); Confronto-1 e
      *Confronto-2 restano con il recapito registrato e quello del
      *mittente
       1150-CERCA-TUTORE.
           MOVE SPACES TO Relazione-Trovata
           MOVE SPACES TO Recapito-Registrato
           MOVE 0 TO Tutori-Contati
           MOVE Richiedente-Inserito TO Confronto-1
           INSPECT Confronto-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF TU-ID-Studente = Matricola-Scelta
                               ADD 1 TO Tutori-Contati
                               MOVE TU-Nome TO Confronto-2
                               INSPECT Confronto-2 CONVERTING
                                   "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                               IF Confronto-2 = Confronto-1
                                   MOVE TU-Relazione
                                       TO Relazione-Trovata
                                   MOVE TU-Recapito
                                       TO Recapito-Registrato
                                   MOVE TU-Nome
                                       TO Richiedente-Inserito
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           END-IF
           MOVE Recapito-Registrato TO Confronto-1
           MOVE Recapito-Inserito TO Confronto-2
           INSPECT Confronto-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT Confronto-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *Paragrafo 1200-STUDENTE-MAGGIORENNE: diciotto anni compiuti
      *alla data di oggi secondo l'anagrafica estesa; per posta
      *elettronica dal contatto dello studente
       1200-STUDENTE-MAGGIORENNE.
           MOVE 0 TO AE-Data-Nascita
           OPEN INPUT AnagraficaEstesa
           IF FS-AnagraficaEstesa = "00"
               MOVE Matricola-Scelta TO AE-ID
               READ AnagraficaEstesa
                   INVALID KEY
                       MOVE 0 TO AE-Data-Nascita
               END-READ
               CLOSE AnagraficaEstesa
           END-IF
           COMPUTE Eta-Differenza = Data-Oggi - AE-Data-Nascita
           MOVE ST-Contatto TO Confronto-1
           MOVE Recapito-Inserito TO Confronto-2
           INSPECT Confronto-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT Confronto-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF AE-Data-Nascita = 0
               DISPLAY "Data di nascita non registrata: la "
                   "maggiore eta' non si puo' verificare"
           ELSE IF Eta-Differenza < MAGGIORE-ETA
               DISPLAY "Lo studente non e' maggiorenne: serve un "
                   "tutore registrato"
           ELSE IF Canale-Inserito = "EMAIL"
                   AND Confronto-1 NOT = Confronto-2
               DISPLAY "L'indirizzo del mittente non e' il contatto "
                   "dello studente"
           ELSE
               MOVE "Y" TO Richiedente-Valido
               MOVE "STUDENTE" TO Relazione-Trovata
               MOVE SPACES TO Richiedente-Inserito
               STRING ST-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   INTO Richiedente-Inserito
           END-IF
           END-IF
           END-IF.

      *Paragrafo 1300-REGISTRA-RICHIESTA: prossimo numero, termine
      *e riga della coda
       1300-REGISTRA-RICHIESTA.
           DISPLAY "Sigla operatore: "
           MOVE SPACES TO Operatore
           ACCEPT Operatore
           DISPLAY "Note (uso del documento, o invio): "
           MOVE SPACES TO Note-Inserite
           ACCEPT Note-Inserite
           PERFORM 1400-PROSSIMO-NUMERO
           MOVE DOC-Giorni(Documenti-Trovato) TO Giorni-Da-Contare
           MOVE Data-Oggi TO Giorno-Dopo
           PERFORM UNTIL Giorni-Da-Contare = 0
               PERFORM 9410-GIORNO-SUCCESSIVO
               PERFORM 9400-GIORNO-SETTIMANA
               IF Giorno-Settimana < 6
                   SUBTRACT 1 FROM Giorni-Da-Contare
               END-IF
           END-PERFORM
           MOVE Numero-Massimo TO RQ-Numero
           MOVE Data-Oggi TO RQ-Data-Richiesta
           MOVE Matricola-Scelta TO RQ-Matricola
           MOVE Tipo-Inserito TO RQ-Tipo
           MOVE Canale-Inserito TO RQ-Canale
           MOVE Richiedente-Inserito TO RQ-Richiedente
           MOVE Relazione-Trovata TO RQ-Relazione
           MOVE Recapito-Inserito TO RQ-Recapito
           MOVE Giorno-Dopo TO RQ-Scadenza
           MOVE "A" TO RQ-Stato
           MOVE 0 TO RQ-Data-Evasione
           MOVE 0 TO RQ-Protocollo
           MOVE Operatore TO RQ-Operatore
           MOVE Note-Inserite TO RQ-Note
           WRITE Richieste-Record
               INVALID KEY
                   DISPLAY "Richiesta non registrata"
               NOT INVALID KEY
                   MOVE RQ-Scadenza TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   DISPLAY "Richiesta n. " RQ-Numero
                       " registrata, da consegnare entro il "
                       Data-for
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Richiesta " DELIMITED BY SIZE
                       RQ-Numero DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RQ-Tipo DELIMITED BY SPACE
                       " matricola " DELIMITED BY SIZE
                       RQ-Matricola DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-WRITE.

      *Paragrafo 1400-PROSSIMO-NUMERO: l'ultimo numero di richiesta
      *piu' uno
       1400-PROSSIMO-NUMERO.
           MOVE 0 TO Numero-Massimo
           MOVE 0 TO RQ-Numero
           MOVE "N" TO Fine-Scan
           START FileRichieste KEY IS NOT LESS THAN RQ-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileRichieste NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       MOVE RQ-Numero TO Numero-Massimo
               END-READ
           END-PERFORM
           ADD 1 TO Numero-Massimo.

      *Paragrafo 2000-FREQUENZA: il certificato di frequenza di una
      *richiesta aperta, protocollato; la richiesta si chiude con
      *quel numero
       2000-FREQUENZA.
           PERFORM 8200-SCEGLI-APERTA
           IF Numero-Scelto NOT = 0
               IF RQ-Tipo NOT = "FREQUENZA"
                   DISPLAY "La richiesta e' di un " RQ-Tipo
                       ": si evade da Trascrizione (CERTIFICATO) o "
                       "da TrasferimentoOut (NULLA-OSTA)"
               ELSE
                   MOVE RQ-Matricola TO Matricola-Scelta
                   PERFORM 8000-CERCA-STUDENTE
                   IF NOT Studente-Trovato-Si OR ST-Ritirato-Si
                       DISPLAY "Lo studente non frequenta: "
                           "certificato non emettibile"
                   ELSE
                       MOVE "FREQUENZA" TO Protocollo-Tipo
                       PERFORM 7000-EMETTI-PROTOCOLLO
                       PERFORM 2100-SCRIVI-CERTIFICATO
                       PERFORM 2200-CHIUDI-RICHIESTA
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2100-SCRIVI-CERTIFICATO: FREQUENZA-<protocollo>.txt
       2100-SCRIVI-CERTIFICATO.
           MOVE SPACES TO FileOut-Filename
           STRING "FREQUENZA-" DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE "Certificato di frequenza" TO FileOut-Record
           WRITE FileOut-Record
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Protocollo n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Si certifica che " DELIMITED BY SIZE
               ST-Cognome(1:25) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome(1:20) DELIMITED BY "  "
               " (matricola " DELIMITED BY SIZE
               ST-ID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "frequenta nell'anno scolastico " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " la classe " DELIMITED BY SIZE
               ST-Classe DELIMITED BY SPACE
               " di questo istituto." DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           IF RQ-Note NOT = SPACES
               MOVE SPACES TO riga
               STRING "Si rilascia su richiesta per: " DELIMITED BY SIZE
                   RQ-Note DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           ELSE
               MOVE "Si rilascia su richiesta dell'interessato."
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Il dirigente scolastico" TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Certificato scritto su " FileOut-Filename.

      *Paragrafo 2200-CHIUDI-RICHIESTA: la richiesta letta evasa
      *oggi con Protocollo-Numero
       2200-CHIUDI-RICHIESTA.
           MOVE "E" TO RQ-Stato
           MOVE Data-Oggi TO RQ-Data-Evasione
           MOVE Protocollo-Numero TO RQ-Protocollo
           REWRITE Richieste-Record
               INVALID KEY
                   DISPLAY "Evasione non registrata"
           END-REWRITE
           IF Data-Oggi > RQ-Scadenza
               DISPLAY "Richiesta n. " RQ-Numero
                   " evasa oltre il termine"
           ELSE
               DISPLAY "Richiesta n. " RQ-Numero " evasa"
           END-IF
           MOVE SPACES TO Audit-Descrizione
           STRING "Evasa richiesta " DELIMITED BY SIZE
               RQ-Numero DELIMITED BY SIZE
               " prot. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT.

      *Paragrafo 3000-COLLEGA-PROTOCOLLO: un documento emesso senza
      *numero di richiesta; il protocollo deve esistere nell'anno
      *in corso, per la matricola e del tipo giusto
       3000-COLLEGA-PROTOCOLLO.
           PERFORM 8200-SCEGLI-APERTA
           IF Numero-Scelto NOT = 0
               MOVE RQ-Tipo TO Tipo-Inserito
               PERFORM 1050-CERCA-DOCUMENTO
               DISPLAY "Numero di protocollo del documento: "
               MOVE 0 TO Protocollo-Numero
               ACCEPT Protocollo-Numero
               MOVE "N" TO Protocollo-Verificato
               OPEN INPUT FileProtocollo
               IF FS-FileProtocollo = "00"
                   MOVE "N" TO Fine-Protocollo
                   PERFORM UNTIL Fine-Protocollo = "S"
                       READ FileProtocollo
                           AT END
                               MOVE "S" TO Fine-Protocollo
                           NOT AT END
                               IF PRT-Numero = Protocollo-Numero
                                       AND PRT-Anno = Anno-Corrente
                                       AND PRT-Matricola
                                           = RQ-Matricola
                                       AND Documenti-Trovato > 0
                                       AND PRT-Tipo = DOC-Protocollo
                                           (Documenti-Trovato)
                                   MOVE "Y" TO Protocollo-Verificato
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileProtocollo
               END-IF
               IF Protocollo-Verificato NOT = "Y"
                   DISPLAY "Nessun protocollo " Protocollo-Numero
                       " dell'anno per la matricola e il documento"
               ELSE
                   PERFORM 2200-CHIUDI-RICHIESTA
               END-IF
           END-IF.

      *Paragrafo 4000-ANNULLA: richiesta ritirata o non dovuta
       4000-ANNULLA.
           PERFORM 8200-SCEGLI-APERTA
           IF Numero-Scelto NOT = 0
               DISPLAY "Motivo: "
               MOVE SPACES TO Note-Inserite
               ACCEPT Note-Inserite
               MOVE "N" TO RQ-Stato
               MOVE Data-Oggi TO RQ-Data-Evasione
               MOVE Note-Inserite TO RQ-Note
               REWRITE Richieste-Record
                   INVALID KEY
                       DISPLAY "Annullamento non registrato"
               END-REWRITE
               DISPLAY "Richiesta n. " RQ-Numero " annullata"
               MOVE SPACES TO Audit-Descrizione
               STRING "Annullata richiesta " DELIMITED BY SIZE
                   RQ-Numero DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 5000-REPORT-SCADUTE: le richieste aperte oltre il
      *termine, con i giorni lavorativi di attesa e di ritardo, su
      *RICHIESTE-SCADUTE-<data>.txt
       5000-REPORT-SCADUTE.
           MOVE SPACES TO FileOut-Filename
           STRING "RICHIESTE-SCADUTE-" DELIMITED BY SIZE
               Data-Oggi DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Richieste di certificati oltre il termine al "
               DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Numero Data       Matricola Documento   Canale    "
               TO riga
           MOVE "Attesa Ritardo" TO riga(51:14)
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Richieste-Aperte
           MOVE 0 TO Richieste-Scadute
           MOVE 0 TO RQ-Numero
           MOVE "N" TO Fine-Scan
           START FileRichieste KEY IS NOT LESS THAN RQ-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileRichieste NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF RQ-Aperta
                           ADD 1 TO Richieste-Aperte
                           IF RQ-Scadenza < Data-Oggi
                               PERFORM 5100-RIGA-SCADUTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Richieste aperte: " DELIMITED BY SIZE
               Richieste-Aperte DELIMITED BY SIZE
               "   oltre il termine: " DELIMITED BY SIZE
               Richieste-Scadute DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Richieste aperte: " Richieste-Aperte
               "  oltre il termine: " Richieste-Scadute
           DISPLAY "Report scritto su " FileOut-Filename.

      *Paragrafo 5100-RIGA-SCADUTA: giorni lavorativi dalla
      *richiesta e dal termine a oggi
       5100-RIGA-SCADUTA.
           ADD 1 TO Richieste-Scadute
           MOVE 0 TO Giorni-Attesa
           MOVE 0 TO Giorni-Oltre
           MOVE RQ-Data-Richiesta TO Giorno-Dopo
           PERFORM UNTIL Giorno-Dopo >= Data-Oggi
                   OR Giorni-Attesa >= 9999
               PERFORM 9410-GIORNO-SUCCESSIVO
               PERFORM 9400-GIORNO-SETTIMANA
               IF Giorno-Settimana < 6
                   ADD 1 TO Giorni-Attesa
                   IF Giorno-Dopo > RQ-Scadenza
                       ADD 1 TO Giorni-Oltre
                   END-IF
               END-IF
           END-PERFORM
           MOVE Giorni-Attesa TO Attesa-for
           MOVE Giorni-Oltre TO Oltre-for
           MOVE RQ-Data-Richiesta TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING RQ-Numero DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RQ-Matricola DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RQ-Tipo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RQ-Canale DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Attesa-for DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               Oltre-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "       richiedente: " DELIMITED BY SIZE
               RQ-Richiedente DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 6000-APERTE: a video le richieste aperte con il
      *termine
       6000-APERTE.
           MOVE 0 TO Richieste-Aperte
           MOVE 0 TO RQ-Numero
           MOVE "N" TO Fine-Scan
           START FileRichieste KEY IS NOT LESS THAN RQ-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileRichieste NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF RQ-Aperta
                           ADD 1 TO Richieste-Aperte
                           MOVE RQ-Scadenza TO Data-Lavoro
                           PERFORM 8100-FORMATTA-DATA
                           IF RQ-Scadenza < Data-Oggi
                               DISPLAY RQ-Numero " " RQ-Matricola " "
                                   RQ-Tipo " " RQ-Richiedente(1:25)
                                   " entro " Data-for " SCADUTA"
                           ELSE
                               DISPLAY RQ-Numero " " RQ-Matricola " "
                                   RQ-Tipo " " RQ-Richiedente(1:25)
                                   " entro " Data-for
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Richieste aperte: " Richieste-Aperte.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno in corso (massimo emesso piu' uno) e la riga di
      *registro del tipo in Protocollo-Tipo
       7000-EMETTI-PROTOCOLLO.
           DISPLAY "Sigla operatore per il protocollo: "
           ACCEPT Operatore-Protocollo
           MOVE 0 TO Protocollo-Numero
           OPEN INPUT FileProtocollo
           IF FS-FileProtocollo = "00"
               MOVE "N" TO Fine-Protocollo
               PERFORM UNTIL Fine-Protocollo = "S"
                   READ FileProtocollo
                       AT END
                           MOVE "S" TO Fine-Protocollo
                       NOT AT END
                           IF PRT-Anno = Anno-Corrente
                                   AND PRT-Numero
                                       > Protocollo-Numero
                               MOVE PRT-Numero
                                   TO Protocollo-Numero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProtocollo
           END-IF
           ADD 1 TO Protocollo-Numero
           OPEN EXTEND FileProtocollo
           IF FS-FileProtocollo NOT = "00"
               OPEN OUTPUT FileProtocollo
           END-IF
           MOVE Protocollo-Numero TO PRT-Numero
           MOVE Anno-Corrente TO PRT-Anno
           ACCEPT Protocollo-Data FROM DATE YYYYMMDD
           MOVE Protocollo-Data TO PRT-Data
           MOVE Protocollo-Tipo TO PRT-Tipo
           MOVE Matricola-Scelta TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 8000-CERCA-STUDENTE: anagrafica di
      *Matricola-Scelta
       8000-CERCA-STUDENTE.
           MOVE "N" TO Studente-Trovato
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE Matricola-Scelta TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Studente-Trovato
               END-READ
               CLOSE Studenti
           END-IF.

      *Paragrafo 8100-FORMATTA-DATA: Data-Lavoro (AAAAMMGG) in
      *Data-for come GG/MM/AAAA
       8100-FORMATTA-DATA.
           MOVE SPACES TO Data-for
           STRING Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(1:4) DELIMITED BY SIZE
               INTO Data-for.

      *Paragrafo 8200-SCEGLI-APERTA: il numero di una richiesta
      *aperta, letta in Richieste-Record (Numero-Scelto 0 se non
      *c'e' o non e' aperta)
       8200-SCEGLI-APERTA.
           DISPLAY "Numero della richiesta: "
           MOVE 0 TO Numero-Scelto
           ACCEPT Numero-Scelto
           MOVE Numero-Scelto TO RQ-Numero
           READ FileRichieste
               INVALID KEY
                   DISPLAY "Richiesta inesistente"
                   MOVE 0 TO Numero-Scelto
               NOT INVALID KEY
                   IF NOT RQ-Aperta
                       DISPLAY "Richiesta gia' evasa o annullata"
                       MOVE 0 TO Numero-Scelto
                   END-IF
           END-READ.

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

      *Paragrafo 9400-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       9400-GIORNO-SETTIMANA.
           MOVE Giorno-Dopo(1:4) TO ZL-Anno
           MOVE Giorno-Dopo(5:2) TO ZL-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF ZL-Mese < 3
               ADD 12 TO ZL-Mese
               SUBTRACT 1 FROM ZL-Anno
           END-IF
           DIVIDE ZL-Anno BY 100
               GIVING ZL-Secolo
               REMAINDER ZL-Anno-Secolo
           COMPUTE ZL-Somma = 13 * (ZL-Mese + 1)
           DIVIDE ZL-Somma BY 5 GIVING ZL-Termine-Mese
           DIVIDE ZL-Anno-Secolo BY 4 GIVING ZL-Quarto-Anno
           DIVIDE ZL-Secolo BY 4 GIVING ZL-Quarto-Secolo
           COMPUTE ZL-Somma = GD-Giorno + ZL-Termine-Mese
               + ZL-Anno-Secolo + ZL-Quarto-Anno
               + ZL-Quarto-Secolo + 5 * ZL-Secolo
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE ZL-Somma = ZL-Resto + 5
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE Giorno-Settimana = ZL-Resto + 1.

      *Paragrafo 9410-GIORNO-SUCCESSIVO: avanza Giorno-Dopo di un
      *giorno di calendario civile, con il febbraio bisestile
      *(divisibile per 4 ma non per 100, oppure per 400) come in
      *CalendarioManut
       9410-GIORNO-SUCCESSIVO.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           PERFORM 9420-ULTIMO-GIORNO
           IF GD-Giorno < GD-Ultimo-Giorno
               ADD 1 TO GD-Giorno
           ELSE
               MOVE 1 TO GD-Giorno
               ADD 1 TO GD-Mese
               IF GD-Mese > 12
                   MOVE 1 TO GD-Mese
                   ADD 1 TO GD-Anno
               END-IF
           END-IF
           COMPUTE Giorno-Dopo = GD-Anno * 10000
               + GD-Mese * 100 + GD-Giorno.

      *Paragrafo 9420-ULTIMO-GIORNO: l'ultimo giorno del mese
      *GD-Mese dell'anno GD-Anno
       9420-ULTIMO-GIORNO.
           IF GD-Mese >= 1 AND GD-Mese <= 12
               MOVE Giorni-Mese(GD-Mese) TO GD-Ultimo-Giorno
           ELSE
               MOVE 31 TO GD-Ultimo-Giorno
           END-IF
           IF GD-Mese = 2
               DIVIDE GD-Anno BY 4
                   GIVING Quoziente-Bisestile
                   REMAINDER Resto-Bisestile
               IF Resto-Bisestile = 0
                   DIVIDE GD-Anno BY 100
                       GIVING Quoziente-Bisestile
                       REMAINDER Resto-Bisestile
                   IF Resto-Bisestile NOT = 0
                       MOVE 29 TO GD-Ultimo-Giorno
                   ELSE
                       DIVIDE GD-Anno BY 400
                           GIVING Quoziente-Bisestile
                           REMAINDER Resto-Bisestile
                       IF Resto-Bisestile = 0
                           MOVE 29 TO GD-Ultimo-Giorno
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END PROGRAM Sportello.
