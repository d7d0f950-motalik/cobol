       IDENTIFICATION DIVISION.
       PROGRAM-ID. Circolari.

      *Circolari del dirigente al personale: cambi d'orario,
      *scioperi, convocazioni finora erano fogli in bacheca e piu'
      *d'uno diceva di non averli mai visti. Ogni circolare e' in
      *CIRCOLARI.DAT (numero progressivo, data, titolo, testo fino
      *a dodici righe, destinatari, autore, stato A attiva o R
      *ritirata). I destinatari sono tutto il personale, un ruolo
      *dei conti di OPERATORI.DAT (A, D, L) o i consigli di alcune
      *classi, cioe' i conti collegati a un docente con cattedra in
      *corso in una di quelle classi (CATTEDRE.DAT). Alla
      *pubblicazione i destinatari diventano righe di
      *CIRCOLARI-VISIONI.DAT (circolare, sigla, data e ora della
      *presa visione, zero finche' non letta); i programmi con
      *accesso individuale mostrano all'ingresso le circolari non
      *lette e ne registrano la presa visione. I conti creati dopo
      *la pubblicazione si aggiungono rileggendo i destinatari. Il
      *report per circolare (CIRCOLARE-<numero>-VISIONI.txt) elenca
      *chi non ha ancora preso visione. Pubblicare e ritirare e'
      *riservato al ruolo di amministratore.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG;
      *una finestra aperta a sessione in corso si segnala al menu
      *successivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
      *Cattedre (CattedreManut): chi insegna in quali classi
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
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
      *Destinatari T tutto il personale, R un ruolo (CIR-Ruolo), C i
      *consigli delle classi in CIR-Classe; stato A attiva, R
      *ritirata
       FD  FileCircolari.
       01  Circolari-Record.
           05  CIR-Numero PIC 9(4).
           05  CIR-Data PIC 9(8).
           05  CIR-Data-Testo REDEFINES CIR-Data PIC X(8).
           05  CIR-Titolo PIC X(60).
           05  CIR-Destinatari PIC X(1).
           05  CIR-Ruolo PIC X(1).
           05  CIR-Classi-Tab.
               10  CIR-Classe OCCURS 8 TIMES PIC X(4).
           05  CIR-Testo-Tab.
               10  CIR-Riga OCCURS 12 TIMES PIC X(70).
           05  CIR-Autore PIC X(10).
           05  CIR-Stato PIC X(1).
      *Un destinatario per circolare: data e ora zero finche' non
      *prende visione
       FD  FileVisioni.
       01  Visioni-Record.
           05  PV-Chiave.
               10  PV-Numero PIC 9(4).
               10  PV-Sigla PIC X(10).
           05  PV-Data PIC 9(8).
           05  PV-Ora PIC 9(8).
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
           05  OP-Docente PIC X(10).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
           05  AP-Operatore PIC X(10).
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
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
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
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Operatori PIC X VALUE "N".
       01  Fine-Cattedre PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
      *Accesso
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE SPACE.
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
      *Circolari non ancora lette dall'operatore
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
      *Pubblicazione e destinatari
       01  Numero-Scelto PIC 9(4) VALUE 0.
       01  Numero-Massimo PIC 9(4) VALUE 0.
       01  Riga-Inserita PIC X(70) VALUE SPACES.
       01  Classe-Inserita PIC X(4) VALUE SPACES.
       01  Classe-Idx PIC 99 VALUE 0.
       01  Input-Finito PIC X VALUE "N".
       01  Destinatario-Si PIC X VALUE "N".
       01  Destinatari-Nuovi PIC 9(4) VALUE 0.
       01  Destinatari-Contati PIC 9(4) VALUE 0.
       01  Visioni-Contate PIC 9(4) VALUE 0.
       01  Mancanti-Contati PIC 9(4) VALUE 0.
       01  Nome-Docente PIC X(40) VALUE SPACES.
       01  Docenti-Aperto PIC X VALUE "N".
       01  Destinatari-Descrizione PIC X(40) VALUE SPACES.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: accesso, archivi e menu'
       0000-MAINLINE.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN I-O FileCircolari
           IF FS-FileCircolari NOT = "00"
               OPEN OUTPUT FileCircolari
               CLOSE FileCircolari
               OPEN I-O FileCircolari
           END-IF
           OPEN I-O FileVisioni
           IF FS-FileVisioni NOT = "00"
               OPEN OUTPUT FileVisioni
               CLOSE FileVisioni
               OPEN I-O FileVisioni
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "CIRCOLARI AL PERSONALE"
               DISPLAY "1: Pubblica una circolare"
               DISPLAY "2: Rileggi i destinatari di una circolare"
               DISPLAY "3: Ritira una circolare"
               DISPLAY "4: Report delle prese visione mancanti"
               DISPLAY "5: Elenco delle circolari"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-PUBBLICA
                   WHEN 2 PERFORM 2000-RILEGGI-DESTINATARI
                   WHEN 3 PERFORM 3000-RITIRA
                   WHEN 4 PERFORM 4000-REPORT-MANCANTI
                   WHEN 5 PERFORM 5000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileCircolari
           CLOSE FileVisioni
           STOP RUN.

      *Paragrafo 1000-PUBBLICA: titolo, testo e destinatari di una
      *nuova circolare con il prossimo numero; i destinatari
      *risolti sui conti attuali ricevono la circolare da leggere
       1000-PUBBLICA.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Pubblicazione riservata al ruolo di "
                   "amministratore"
           ELSE
               PERFORM 1200-PROSSIMO-NUMERO
               MOVE SPACES TO Circolari-Record
               MOVE Numero-Massimo TO CIR-Numero
               MOVE Data-Oggi TO CIR-Data
               MOVE Operatore-ID TO CIR-Autore
               MOVE "A" TO CIR-Stato
               DISPLAY "Titolo: "
               ACCEPT CIR-Titolo
               DISPLAY "Testo, fino a 12 righe (riga vuota per "
                   "finire):"
               MOVE "N" TO Input-Finito
               MOVE 0 TO Circolare-Riga-Idx
               PERFORM UNTIL Input-Finito = "Y"
                       OR Circolare-Riga-Idx >= 12
                   MOVE SPACES TO Riga-Inserita
                   ACCEPT Riga-Inserita
                   IF Riga-Inserita = SPACES
                       MOVE "Y" TO Input-Finito
                   ELSE
                       ADD 1 TO Circolare-Riga-Idx
                       MOVE Riga-Inserita
                           TO CIR-Riga(Circolare-Riga-Idx)
                   END-IF
               END-PERFORM
               PERFORM 1100-CHIEDI-DESTINATARI
               IF CIR-Titolo = SPACES OR Circolare-Riga-Idx = 0
                   DISPLAY "Titolo e testo sono obbligatori: "
                       "circolare non pubblicata"
               ELSE IF CIR-Destinatari = SPACE
                   DISPLAY "Destinatari non validi: circolare non "
                       "pubblicata"
               ELSE
                   WRITE Circolari-Record
                       INVALID KEY
                           DISPLAY "Circolare non registrata"
                       NOT INVALID KEY
                           PERFORM 1500-RISOLVI-DESTINATARI
                           DISPLAY "Circolare n. " CIR-Numero
                               " pubblicata per " Destinatari-Nuovi
                               " destinatari"
                           MOVE SPACES TO Audit-Descrizione
                           STRING "Circolare " DELIMITED BY SIZE
                               CIR-Numero DELIMITED BY SIZE
                               " pubblicata, destinatari "
                                   DELIMITED BY SIZE
                               Destinatari-Nuovi DELIMITED BY SIZE
                               INTO Audit-Descrizione
                           PERFORM 9000-SCRIVI-AUDIT
                   END-WRITE
               END-IF
               END-IF
           END-IF.

      *Paragrafo 1100-CHIEDI-DESTINATARI: tutto il personale, un
      *ruolo o fino a otto classi; CIR-Destinatari resta vuoto se la
      *scelta non e' valida
       1100-CHIEDI-DESTINATARI.
           DISPLAY "Destinatari (T = tutto il personale, R = un "
               "ruolo, C = consigli di classe): "
           ACCEPT CIR-Destinatari
           INSPECT CIR-Destinatari CONVERTING "trc" TO "TRC"
           EVALUATE CIR-Destinatari
               WHEN "T"
                   CONTINUE
               WHEN "R"
                   DISPLAY "Ruolo (A = amministrazione, D = docenti, "
                       "L = sola lettura): "
                   ACCEPT CIR-Ruolo
                   INSPECT CIR-Ruolo CONVERTING "adl" TO "ADL"
                   IF CIR-Ruolo NOT = "A" AND CIR-Ruolo NOT = "D"
                           AND CIR-Ruolo NOT = "L"
                       MOVE SPACE TO CIR-Destinatari
                   END-IF
               WHEN "C"
                   DISPLAY "Classi, fino a 8 (invio per finire):"
                   MOVE "N" TO Input-Finito
                   MOVE 0 TO Classe-Idx
                   PERFORM UNTIL Input-Finito = "Y" OR Classe-Idx >= 8
                       MOVE SPACES TO Classe-Inserita
                       ACCEPT Classe-Inserita
                       IF Classe-Inserita = SPACES
                           MOVE "Y" TO Input-Finito
                       ELSE
                           ADD 1 TO Classe-Idx
                           MOVE Classe-Inserita
                               TO CIR-Classe(Classe-Idx)
                       END-IF
                   END-PERFORM
                   IF Classe-Idx = 0
                       MOVE SPACE TO CIR-Destinatari
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO CIR-Destinatari
           END-EVALUATE.

      *Paragrafo 1200-PROSSIMO-NUMERO: l'ultimo numero di circolare
      *piu' uno (scorre l'archivio: va chiamato prima di comporre
      *la circolare nell'area record)
       1200-PROSSIMO-NUMERO.
           MOVE 0 TO Numero-Massimo
           MOVE 0 TO CIR-Numero
           MOVE "N" TO Fine-Scan
           START FileCircolari KEY IS NOT LESS THAN CIR-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileCircolari NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       MOVE CIR-Numero TO Numero-Massimo
               END-READ
           END-PERFORM
           ADD 1 TO Numero-Massimo.

      *Paragrafo 1500-RISOLVI-DESTINATARI: una riga da leggere per
      *ogni conto di OPERATORI.DAT che rientra nei destinatari della
      *circolare in Circolari-Record; i conti gia' presenti restano
      *come sono (Destinatari-Nuovi conta solo le aggiunte)
       1500-RISOLVI-DESTINATARI.
           MOVE 0 TO Destinatari-Nuovi
           OPEN INPUT FileOperatori
           IF FS-FileOperatori NOT = "00"
               DISPLAY "OPERATORI.DAT assente: nessun destinatario"
           ELSE
               MOVE "N" TO Fine-Operatori
               PERFORM UNTIL Fine-Operatori = "S"
                   READ FileOperatori
                       AT END
                           MOVE "S" TO Fine-Operatori
                       NOT AT END
                           PERFORM 1550-VALUTA-CONTO
                   END-READ
               END-PERFORM
               CLOSE FileOperatori
           END-IF.

      *Paragrafo 1550-VALUTA-CONTO: il conto letto rientra nei
      *destinatari?
       1550-VALUTA-CONTO.
           MOVE "N" TO Destinatario-Si
           EVALUATE CIR-Destinatari
               WHEN "T"
                   MOVE "Y" TO Destinatario-Si
               WHEN "R"
                   IF OP-Ruolo = CIR-Ruolo
                       MOVE "Y" TO Destinatario-Si
                   END-IF
               WHEN "C"
                   IF OP-Docente NOT = SPACES
                       PERFORM 1600-DOCENTE-NEL-CONSIGLIO
                   END-IF
           END-EVALUATE
           IF Destinatario-Si = "Y" AND OP-Sigla NOT = SPACES
               MOVE CIR-Numero TO PV-Numero
               MOVE OP-Sigla TO PV-Sigla
               MOVE 0 TO PV-Data
               MOVE 0 TO PV-Ora
               WRITE Visioni-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO Destinatari-Nuovi
               END-WRITE
           END-IF.

      *Paragrafo 1600-DOCENTE-NEL-CONSIGLIO: il docente del conto
      *ha una cattedra in corso oggi in una delle classi della
      *circolare
       1600-DOCENTE-NEL-CONSIGLIO.
           OPEN INPUT FileCattedre
           IF FS-FileCattedre = "00"
               MOVE "N" TO Fine-Cattedre
               PERFORM UNTIL Fine-Cattedre = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-Cattedre
                       NOT AT END
                           IF CT-Docente = OP-Docente
                                   AND CT-Dal <= Data-Oggi
                                   AND CT-Al >= Data-Oggi
                               PERFORM 1650-CLASSE-DELLA-CIRCOLARE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo 1650-CLASSE-DELLA-CIRCOLARE: CT-Classe fra le
      *classi destinatarie
       1650-CLASSE-DELLA-CIRCOLARE.
           MOVE 0 TO Classe-Idx
           PERFORM UNTIL Classe-Idx >= 8
               ADD 1 TO Classe-Idx
               IF CIR-Classe(Classe-Idx) = CT-Classe
                       AND CT-Classe NOT = SPACES
                   MOVE "Y" TO Destinatario-Si
               END-IF
           END-PERFORM.

      *Paragrafo 2000-RILEGGI-DESTINATARI: i conti creati o
      *collegati dopo la pubblicazione entrano fra i destinatari
       2000-RILEGGI-DESTINATARI.
           PERFORM 8200-SCEGLI-CIRCOLARE
           IF Numero-Scelto NOT = 0
               IF CIR-Stato NOT = "A"
                   DISPLAY "Circolare ritirata"
               ELSE
                   PERFORM 1500-RISOLVI-DESTINATARI
                   DISPLAY "Destinatari aggiunti: " Destinatari-Nuovi
               END-IF
           END-IF.

      *Paragrafo 3000-RITIRA: la circolare ritirata non si mostra
      *piu' all'accesso; le prese visione restano
       3000-RITIRA.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Ritiro riservato al ruolo di amministratore"
           ELSE
               PERFORM 8200-SCEGLI-CIRCOLARE
               IF Numero-Scelto NOT = 0
                   MOVE "R" TO CIR-Stato
                   REWRITE Circolari-Record
                       INVALID KEY
                           DISPLAY "Ritiro non registrato"
                   END-REWRITE
                   DISPLAY "Circolare n. " CIR-Numero " ritirata"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Circolare " DELIMITED BY SIZE
                       CIR-Numero DELIMITED BY SIZE
                       " ritirata" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 4000-REPORT-MANCANTI: per una circolare chi non ha
      *ancora preso visione (sigla e docente collegato), con i
      *conteggi, su CIRCOLARE-<numero>-VISIONI.txt
       4000-REPORT-MANCANTI.
           PERFORM 8200-SCEGLI-CIRCOLARE
           IF Numero-Scelto NOT = 0
               MOVE SPACES TO FileOut-Filename
               STRING "CIRCOLARE-" DELIMITED BY SIZE
                   CIR-Numero DELIMITED BY SIZE
                   "-VISIONI.txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               PERFORM 4050-DESCRIVI-DESTINATARI
               MOVE CIR-Data TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE SPACES TO riga
               STRING "Circolare n. " DELIMITED BY SIZE
                   CIR-Numero DELIMITED BY SIZE
                   " del " DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   Destinatari-Descrizione DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE CIR-Titolo TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE "Non hanno ancora preso visione:" TO FileOut-Record
               WRITE FileOut-Record
               MOVE 0 TO Destinatari-Contati
               MOVE 0 TO Visioni-Contate
               MOVE 0 TO Mancanti-Contati
               MOVE "N" TO Docenti-Aperto
               OPEN INPUT Docenti
               IF FS-Docenti = "00"
                   MOVE "Y" TO Docenti-Aperto
               END-IF
               MOVE CIR-Numero TO PV-Numero
               MOVE LOW-VALUES TO PV-Sigla
               MOVE "N" TO Fine-Scan
               START FileVisioni KEY IS NOT LESS THAN PV-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileVisioni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF PV-Numero NOT = CIR-Numero
                               MOVE "S" TO Fine-Scan
                           ELSE
                               PERFORM 4100-RIGA-DESTINATARIO
                           END-IF
                   END-READ
               END-PERFORM
               IF Docenti-Aperto = "Y"
                   CLOSE Docenti
               END-IF
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Destinatari: " DELIMITED BY SIZE
                   Destinatari-Contati DELIMITED BY SIZE
                   "   presa visione: " DELIMITED BY SIZE
                   Visioni-Contate DELIMITED BY SIZE
                   "   mancanti: " DELIMITED BY SIZE
                   Mancanti-Contati DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               CLOSE FileOut
               DISPLAY "Destinatari: " Destinatari-Contati
                   "  presa visione: " Visioni-Contate
                   "  mancanti: " Mancanti-Contati
               DISPLAY "Report scritto su " FileOut-Filename
           END-IF.

      *Paragrafo 4050-DESCRIVI-DESTINATARI: i destinatari in parole
       4050-DESCRIVI-DESTINATARI.
           MOVE SPACES TO Destinatari-Descrizione
           EVALUATE CIR-Destinatari
               WHEN "T"
                   MOVE "tutto il personale" TO Destinatari-Descrizione
               WHEN "R"
                   STRING "conti di ruolo " DELIMITED BY SIZE
                       CIR-Ruolo DELIMITED BY SIZE
                       INTO Destinatari-Descrizione
               WHEN OTHER
                   STRING "consigli di " DELIMITED BY SIZE
                       CIR-Classe(1) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CIR-Classe(2) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CIR-Classe(3) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CIR-Classe(4) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CIR-Classe(5) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CIR-Classe(6) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CIR-Classe(7) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CIR-Classe(8) DELIMITED BY SPACE
                       INTO Destinatari-Descrizione
           END-EVALUATE.

      *Paragrafo 4100-RIGA-DESTINATARIO: conta il destinatario e,
      *se non ha preso visione, lo scrive con il docente collegato
       4100-RIGA-DESTINATARIO.
           ADD 1 TO Destinatari-Contati
           IF PV-Data NOT = 0
               ADD 1 TO Visioni-Contate
           ELSE
               ADD 1 TO Mancanti-Contati
               PERFORM 4150-NOME-CONTO
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   PV-Sigla DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Nome-Docente DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 4150-NOME-CONTO: cognome e nome del docente
      *collegato al conto PV-Sigla, se c'e'
       4150-NOME-CONTO.
           MOVE SPACES TO Nome-Docente
           MOVE SPACES TO DC-Sigla
           OPEN INPUT FileOperatori
           IF FS-FileOperatori = "00"
               MOVE "N" TO Fine-Operatori
               PERFORM UNTIL Fine-Operatori = "S"
                   READ FileOperatori
                       AT END
                           MOVE "S" TO Fine-Operatori
                       NOT AT END
                           IF OP-Sigla = PV-Sigla
                               MOVE OP-Docente TO DC-Sigla
                               MOVE "S" TO Fine-Operatori
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileOperatori
           END-IF
           IF DC-Sigla NOT = SPACES AND Docenti-Aperto = "Y"
               READ Docenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING DC-Cognome DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           DC-Nome DELIMITED BY "  "
                           INTO Nome-Docente
               END-READ
           END-IF.

      *Paragrafo 5000-ELENCO: le circolari con stato e destinatari
      *che hanno preso visione
       5000-ELENCO.
           MOVE 0 TO CIR-Numero
           MOVE "N" TO Fine-Scan
           START FileCircolari KEY IS NOT LESS THAN CIR-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileCircolari NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       PERFORM 5100-CONTA-VISIONI
                       MOVE CIR-Data TO Data-Lavoro
                       PERFORM 8100-FORMATTA-DATA
                       DISPLAY CIR-Numero " " Data-for " "
                           CIR-Stato " " CIR-Titolo(1:40) " "
                           Visioni-Contate "/" Destinatari-Contati
               END-READ
           END-PERFORM.

      *Paragrafo 5100-CONTA-VISIONI: destinatari e prese visione
      *della circolare letta, scorrendo le visioni per sigla (la
      *lettura sequenziale delle circolari non si interrompe)
       5100-CONTA-VISIONI.
           MOVE 0 TO Destinatari-Contati
           MOVE 0 TO Visioni-Contate
           MOVE CIR-Numero TO PV-Numero
           MOVE LOW-VALUES TO PV-Sigla
           MOVE "N" TO Fine-Visioni
           START FileVisioni KEY IS NOT LESS THAN PV-Chiave
               INVALID KEY MOVE "S" TO Fine-Visioni
           END-START
           PERFORM UNTIL Fine-Visioni = "S"
               READ FileVisioni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Visioni
                   NOT AT END
                       IF PV-Numero NOT = CIR-Numero
                           MOVE "S" TO Fine-Visioni
                       ELSE
                           ADD 1 TO Destinatari-Contati
                           IF PV-Data NOT = 0
                               ADD 1 TO Visioni-Contate
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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

      *Paragrafo 8200-SCEGLI-CIRCOLARE: il numero di una circolare,
      *letta in Circolari-Record (Numero-Scelto 0 se non c'e')
       8200-SCEGLI-CIRCOLARE.
           DISPLAY "Numero della circolare: "
           MOVE 0 TO Numero-Scelto
           ACCEPT Numero-Scelto
           MOVE Numero-Scelto TO CIR-Numero
           READ FileCircolari
               INVALID KEY
                   DISPLAY "Circolare inesistente"
                   MOVE 0 TO Numero-Scelto
           END-READ.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT (fino a tre tentativi); con il file assente si
      *entra liberi, e' la prima configurazione del sistema
       8000-CONTROLLA-ACCESSO.
           OPEN INPUT FileOperatori
           IF FS-FileOperatori NOT = "00"
               MOVE "N" TO Operatori-Presenti
               MOVE "A" TO Operatore-Ruolo
               MOVE "Y" TO Operatore-Autenticato
           ELSE
               CLOSE FileOperatori
               MOVE "Y" TO Operatori-Presenti
               MOVE 0 TO Tentativi-Accesso
               MOVE "N" TO Operatore-Autenticato
               PERFORM UNTIL Operatore-Autenticato = "Y"
                       OR Tentativi-Accesso NOT < 3
                   DISPLAY "Sigla operatore: "
                   ACCEPT Sigla-Inserita
                   DISPLAY "Password: "
                   ACCEPT Password-Inserita
                   OPEN INPUT FileOperatori
                   MOVE "N" TO Fine-Operatori
                   PERFORM UNTIL Fine-Operatori = "S"
                       READ FileOperatori
                           AT END
                               MOVE "S" TO Fine-Operatori
                           NOT AT END
                               IF OP-Sigla = Sigla-Inserita
                                       AND OP-Password
                                           = Password-Inserita
                                       AND OP-Bloccato NOT = "B"
                                   MOVE "Y" TO Operatore-Autenticato
                                   MOVE OP-Ruolo TO Operatore-Ruolo
                                   MOVE Sigla-Inserita
                                       TO Operatore-ID
                                   MOVE "S" TO Fine-Operatori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileOperatori
                   IF Operatore-Autenticato NOT = "Y"
                       ADD 1 TO Tentativi-Accesso
                       DISPLAY "Credenziali errate"
                   END-IF
               END-PERFORM
               IF Operatore-Autenticato = "Y"
                   PERFORM 8090-CIRCOLARI-DA-LEGGERE
               END-IF
           END-IF.

      *Paragrafo 8090-CIRCOLARI-DA-LEGGERE: le circolari attive
      *destinate all'operatore e non ancora lette (Circolari) si
      *mostrano prima di continuare; la conferma registra data e
      *ora della presa visione
       8090-CIRCOLARI-DA-LEGGERE.
           OPEN I-O FileVisioni
           IF FS-FileVisioni = "00"
               OPEN INPUT FileCircolari
               IF FS-FileCircolari = "00"
                   MOVE Operatore-ID TO PV-Sigla
                   MOVE "N" TO Fine-Visioni
                   START FileVisioni KEY IS = PV-Sigla
                       INVALID KEY MOVE "S" TO Fine-Visioni
                   END-START
                   PERFORM UNTIL Fine-Visioni = "S"
                       READ FileVisioni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Visioni
                           NOT AT END
                               IF PV-Sigla NOT = Operatore-ID
                                   MOVE "S" TO Fine-Visioni
                               ELSE IF PV-Data = 0
                                   PERFORM 8095-MOSTRA-CIRCOLARE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCircolari
               END-IF
               CLOSE FileVisioni
           END-IF.

      *Paragrafo 8095-MOSTRA-CIRCOLARE: testo della circolare e
      *conferma obbligatoria; le circolari ritirate non si mostrano
       8095-MOSTRA-CIRCOLARE.
           MOVE PV-Numero TO CIR-Numero
           READ FileCircolari
               INVALID KEY
                   MOVE "R" TO CIR-Stato
           END-READ
           IF CIR-Stato = "A"
               DISPLAY " "
               DISPLAY "CIRCOLARE N. " CIR-Numero " DEL "
                   CIR-Data-Testo(7:2) "/" CIR-Data-Testo(5:2) "/"
                   CIR-Data-Testo(1:4)
               DISPLAY CIR-Titolo
               MOVE 0 TO Circolare-Riga-Idx
               PERFORM UNTIL Circolare-Riga-Idx >= 12
                   ADD 1 TO Circolare-Riga-Idx
                   IF CIR-Riga(Circolare-Riga-Idx) NOT = SPACES
                       DISPLAY CIR-Riga(Circolare-Riga-Idx)
                   END-IF
               END-PERFORM
               MOVE SPACE TO Conferma-Visione
               PERFORM UNTIL Conferma-Visione = "S"
                       OR Conferma-Visione = "s"
                   DISPLAY "Presa visione (S per confermare): "
                   ACCEPT Conferma-Visione
               END-PERFORM
               ACCEPT PV-Data FROM DATE YYYYMMDD
               ACCEPT PV-Ora FROM TIME
               REWRITE Visioni-Record
                   INVALID KEY
                       DISPLAY "Presa visione non registrata"
               END-REWRITE
           END-IF.

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
      *interi e' in corso e il programma non parte; un amministratore
      *autenticato puo' avviarlo comunque, con la deroga tracciata
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               MOVE "N" TO Risposta-Deroga
               IF Operatori-Presenti = "Y"
                       AND Operatore-Autenticato = "Y"
                       AND Operatore-Ruolo = "A"
                   DISPLAY "Avviare comunque come amministratore? "
                       "(S/N): "
                   ACCEPT Risposta-Deroga
               END-IF
               IF Risposta-Deroga NOT = "S"
                       AND Risposta-Deroga NOT = "s"
                   DISPLAY "Programma non avviato: riprovare a "
                       "lavoro concluso"
                   STOP RUN
               END-IF
               MOVE MN-Chiave TO Manutenzione-Avvisata
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " Circolari" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
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

       END PROGRAM Circolari.
