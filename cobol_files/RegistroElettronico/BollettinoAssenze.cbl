      *si calcolano da ASSENZE.DAT (piu' le ore equivalenti di
      *RITARDI.DAT) le ore di assenza maturate fino a fine mese, la
      *percentuale sul monte ore e la proiezione lineare a fine
      *anno sulle ore di lezione del calendario giornaliero
      *(GIORNI.DAT: il monte ore e' la somma delle ore dei giorni di
      *lezione dell'anno). Senza giorni registrati si torna ai
      *giorni di CALENDARIO.DAT in calendario commerciale a 30
      *giorni e al monte ore fisso. Chi e' proiettato oltre la
      *quota di validita' viene segnalato e, a scelta, la famiglia
      *finisce sulla coda NOTIFICHE.DAT gia' a febbraio invece che
      *a giugno. Invece di una classe si puo' chiedere il bollettino
      *di un plesso (PLESSI.DAT): tutte le sue classi in ordine di
      *classe, ciascuna con il suo totale di studenti oltre quota.
      *Le ore di attivita' fuori sede (uscite didattiche) non
      *maturano assenza.
      *Nemmeno i giorni di un soggiorno di mobilita' internazionale
      *(MOBILITA.DAT, vedi Mobilita): chi al taglio e' all'estero
      *esce con la sola dicitura, senza proiezione ne' avviso.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA e gli avvisi
      *non si accodano su NOTIFICHE.DAT.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileCalendario ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCalendario.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileNotifiche ASSIGN TO 'NOTIFICHE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNotifiche.
           SELECT FileConsensi ASSIGN TO 'CONSENSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConsensi.
      *Plesso di ogni classe (ClassiManut) e codice meccanografico
      *di ogni plesso (PlessiManut)
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT FilePlessi ASSIGN TO 'PLESSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-Codice
               FILE STATUS IS FS-FilePlessi.
      *Soggiorni di mobilita' internazionale, per matricola e anno
           SELECT FileMobilita ASSIGN TO 'MOBILITA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-Chiave
               FILE STATUS IS FS-FileMobilita.
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

       DATA DIVISION.
       FILE SECTION.
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Fuori-Sede VALUE "F".
       FD  FileRitardi.
       01  FileRitardi-Record.
           05  RT-ID-Studente PIC 9(6).
           05  CA-Periodo PIC 9(1).
           05  CA-Data-Inizio PIC 9(8).
           05  CA-Data-Fine PIC 9(8).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileNotifiche.
       01  FileNotifiche-Record PIC X(80).
       FD  FileConsensi.
           05  CNS-Canale PIC X(8).
           05  CNS-Stato PIC X(1).
           05  CNS-Data PIC 9(8).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FilePlessi.
       01  Plessi-Record.
           05  PL-Codice PIC X(4).
           05  PL-Denominazione PIC X(40).
           05  PL-Meccanografico PIC X(10).
           05  PL-Indirizzo PIC X(40).
           05  PL-Principale PIC X(1).
               88  PL-Principale-Si VALUE "S".
      *Periodo 0 = anno intero; colloquio P/N/in bianco
       FD  FileMobilita.
       01  FileMobilita-Record.
           05  MB-Chiave.
               10  MB-ID-Studente PIC 9(6).
               10  MB-Anno PIC X(9).
           05  MB-Paese PIC X(20).
           05  MB-Scuola PIC X(40).
           05  MB-Dal PIC 9(8).
           05  MB-Al PIC 9(8).
           05  MB-Periodo PIC 9(1).
           05  MB-Data-Registrazione PIC 9(8).
           05  MB-Colloquio PIC X(1).
           05  MB-Data-Colloquio PIC 9(8).
           05  MB-Note-Colloquio PIC X(40).
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

       WORKING-STORAGE SECTION.
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
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileRitardi PIC XX VALUE SPACES.
       01  FS-FileCalendario PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileNotifiche PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Anno-Fine PIC 9(8) VALUE 0.
       01  Giorni-Anno PIC 9(4) VALUE 0.
       01  Giorni-Trascorsi PIC 9(4) VALUE 0.
      *Ore di lezione dell'anno e fino al taglio da GIORNI.DAT
       01  Ore-Lezione-Anno PIC 9(5) VALUE 0.
       01  Ore-Lezione-Trascorse PIC 9(5) VALUE 0.
       01  Fine-Giorni PIC X VALUE "N".
       01  Serial-A PIC 9(6) VALUE 0.
       01  Serial-B PIC 9(6) VALUE 0.
       01  Data-Per-Serial PIC 9(8) VALUE 0.
       01  Fine-Consensi PIC X VALUE "N".
       01  Notifiche-Soppresse PIC 999 VALUE 0.
       01  riga PIC X(80).
      *Soggiorni all'estero dello studente corrente: i giorni che vi
      *cadono non maturano assenza
       01  FS-FileMobilita PIC XX VALUE SPACES.
       01  Mobilita-Aperta PIC X VALUE "N".
       01  Fine-Mobilita PIC X VALUE "N".
       01  Mob-Tab.
           05  Mob-Voce OCCURS 5 TIMES.
               10  Mob-Dal PIC 9(8).
               10  Mob-Al PIC 9(8).
       01  Mob-Cont PIC 9 VALUE 0.
       01  Mob-Idx PIC 9 VALUE 0.
       01  Mobilita-Al-Taglio PIC X VALUE "N".
       01  Data-In-Mobilita PIC X VALUE "N".
       01  Data-Da-Verificare PIC 9(8) VALUE 0.
       01  Studenti-In-Mobilita PIC 999 VALUE 0.
      *Bollettino di plesso: classe in corso e suoi oltre quota
       01  Plesso-Scelto PIC X(4) VALUE SPACES.
       01  Classe-Corrente PIC X(4) VALUE SPACES.
       01  Rischio-Classe PIC 999 VALUE 0.
       01  Rischio-Inizio-Classe PIC 999 VALUE 0.
      *Plessi e plesso di ogni classe in memoria; una classe senza
      *plesso vale come della sede principale
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FilePlessi PIC XX VALUE SPACES.
       01  Fine-Plessi PIC X VALUE "N".
       01  Plessi-Tab.
           05  Plessi-Voce OCCURS 20 TIMES.
               10  PT-Codice PIC X(4).
               10  PT-Meccanografico PIC X(10).
               10  PT-Denominazione PIC X(40).
       01  Plessi-Cont PIC 99 VALUE 0.
       01  Plessi-Idx PIC 99 VALUE 0.
       01  Plesso-Principale PIC X(4) VALUE SPACES.
       01  Classi-Plesso-Tab.
           05  Classi-Plesso-Voce OCCURS 300 TIMES.
               10  CP-Classe PIC X(4).
               10  CP-Plesso PIC X(4).
       01  Classi-Plesso-Cont PIC 999 VALUE 0.
       01  Classi-Plesso-Idx PIC 999 VALUE 0.
       01  Classe-Cercata PIC X(4) VALUE SPACES.
       01  Plesso-Classe PIC X(4) VALUE SPACES.
       01  Plesso-Classe-Idx PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Classe (es. 3A, invio = tutto un plesso): "
           ACCEPT Classe-Scelta
           IF Classe-Scelta = SPACES
               DISPLAY "Plesso: "
               ACCEPT Plesso-Scelto
               IF Plesso-Scelto = SPACES
                   DISPLAY "Indicare una classe o un plesso"
                   STOP RUN
               END-IF
               PERFORM 9800-CARICA-PLESSI
           END-IF
           DISPLAY "Mese del bollettino (AAAAMM): "
           ACCEPT Mese-Scelto
           COMPUTE Data-Taglio = Mese-Scelto * 100 + 31
      *Nell'ambiente di prova gli avvisi non si accodano mai
           IF Ambiente-Prova = "S"
               MOVE "N" TO Risposta-Notifiche
               DISPLAY "Ambiente di prova: nessun avviso su "
                   "NOTIFICHE.DAT"
           ELSE
               DISPLAY "Accodare avvisi su NOTIFICHE.DAT per i "
                   "proiettati oltre quota? (S/N): "
               ACCEPT Risposta-Notifiche
           END-IF
           PERFORM 0500-ESTREMI-ANNO
           IF Giorni-Anno = 0
               DISPLAY "CALENDARIO.DAT assente o vuoto: senza "
           IF Giorni-Trascorsi = 0
               MOVE 1 TO Giorni-Trascorsi
           END-IF
      *Con il calendario giornaliero la proiezione va sulle ore di
      *lezione e il monte ore e' quello dei giorni registrati
           PERFORM 0700-ORE-LEZIONE
           IF Ore-Lezione-Anno > 0
               MOVE Ore-Lezione-Anno TO MONTE-ORE-ANNO
               MOVE Ore-Lezione-Anno TO Giorni-Anno
               MOVE Ore-Lezione-Trascorse TO Giorni-Trascorsi
               IF Giorni-Trascorsi = 0
                   MOVE 1 TO Giorni-Trascorsi
               END-IF
           END-IF
           COMPUTE Limite-Ore = MONTE-ORE-ANNO * QUOTA-ASSENZE
               / 100
           MOVE SPACES TO FileOut-Filename
           IF Classe-Scelta NOT = SPACES
               STRING "BOLLETTINO-" DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   Mese-Scelto DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
           ELSE
               STRING "BOLLETTINO-" DELIMITED BY SIZE
                   Plesso-Scelto DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   Mese-Scelto DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
           END-IF
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           IF Classe-Scelta NOT = SPACES
               STRING "Bollettino assenze " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SIZE
                   " al " DELIMITED BY SIZE
                   Data-Taglio DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "Bollettino assenze plesso " DELIMITED BY SIZE
                   Plesso-Scelto DELIMITED BY SIZE
                   " al " DELIMITED BY SIZE
                   Data-Taglio DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           OPEN INPUT Studenti
               CLOSE FileOut
               STOP RUN
           END-IF
           MOVE "N" TO Mobilita-Aperta
           OPEN INPUT FileMobilita
           IF FS-FileMobilita = "00"
               MOVE "Y" TO Mobilita-Aperta
           END-IF
           IF Classe-Scelta NOT = SPACES
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
                           IF ST-Classe = Classe-Scelta
                                   AND NOT ST-Ritirato-Si
                                   AND NOT ST-Esterno-Si
                               PERFORM 2000-RIGA-STUDENTE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 1000-STUDENTI-PLESSO
           END-IF
           CLOSE Studenti
           IF Mobilita-Aperta = "Y"
               CLOSE FileMobilita
           END-IF
           CLOSE FileOut
           DISPLAY "Studenti proiettati oltre quota: "
               Studenti-A-Rischio
           IF Studenti-In-Mobilita > 0
               DISPLAY "Studenti in mobilita' internazionale: "
                   Studenti-In-Mobilita
           END-IF
           IF Notifiche-Soppresse > 0
               DISPLAY "Avvisi soppressi per revoca del "
                   "consenso: " Notifiche-Soppresse
           COMPUTE Serial-B = Serial-Anno * 360
               + Serial-Mese * 30 + Serial-Giorno.

      *Paragrafo 0700-ORE-LEZIONE: ore dei giorni di lezione di
      *GIORNI.DAT fra inizio e fine anno, e fra inizio anno e la data
      *di taglio; senza file o senza giorni restano a zero
       0700-ORE-LEZIONE.
           MOVE 0 TO Ore-Lezione-Anno
           MOVE 0 TO Ore-Lezione-Trascorse
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Anno-Inizio TO GG-Data
               MOVE "N" TO Fine-Giorni
               START FileGiorni KEY IS NOT LESS THAN GG-Data
                   INVALID KEY MOVE "S" TO Fine-Giorni
               END-START
               PERFORM UNTIL Fine-Giorni = "S"
                   READ FileGiorni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Giorni
                       NOT AT END
                           IF GG-Data > Anno-Fine
                               MOVE "S" TO Fine-Giorni
                           ELSE IF GG-Lezione
                               ADD GG-Ore TO Ore-Lezione-Anno
                               IF GG-Data <= Data-Taglio
                                   ADD GG-Ore
                                       TO Ore-Lezione-Trascorse
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileGiorni
           END-IF.

      *Paragrafo 1000-STUDENTI-PLESSO: gli studenti per chiave di
      *classe, tenendo le sole classi del plesso scelto; a ogni
      *cambio di classe un'intestazione e, chiusa la classe, il suo
      *totale di studenti oltre quota
       1000-STUDENTI-PLESSO.
           MOVE SPACES TO Classe-Corrente
           MOVE LOW-VALUES TO ST-Classe
           MOVE "N" TO Fine-Studenti
           START Studenti KEY IS NOT LESS THAN ST-Classe
               INVALID KEY MOVE "S" TO Fine-Studenti
           END-START
           PERFORM UNTIL Fine-Studenti = "S"
               READ Studenti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Studenti
                   NOT AT END
                       MOVE ST-Classe TO Classe-Cercata
                       PERFORM 9810-PLESSO-CLASSE
                       IF Plesso-Classe = Plesso-Scelto
                               AND NOT ST-Ritirato-Si
                               AND NOT ST-Esterno-Si
                           IF ST-Classe NOT = Classe-Corrente
                               PERFORM 1100-CHIUDI-CLASSE
                               MOVE ST-Classe TO Classe-Corrente
                               MOVE Studenti-A-Rischio
                                   TO Rischio-Inizio-Classe
                               MOVE SPACES TO riga
                               STRING "--- Classe " DELIMITED BY SIZE
                                   ST-Classe DELIMITED BY SIZE
                                   " ---" DELIMITED BY SIZE
                                   INTO riga
                               MOVE riga TO FileOut-Record
                               WRITE FileOut-Record
                           END-IF
                           PERFORM 2000-RIGA-STUDENTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 1100-CHIUDI-CLASSE.

      *Paragrafo 1100-CHIUDI-CLASSE: totale della classe appena
      *conclusa nel bollettino di plesso
       1100-CHIUDI-CLASSE.
           IF Classe-Corrente NOT = SPACES
               COMPUTE Rischio-Classe = Studenti-A-Rischio
                   - Rischio-Inizio-Classe
               MOVE SPACES TO riga
               STRING "    oltre quota nella classe " DELIMITED BY SIZE
                   Classe-Corrente DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   Rischio-Classe DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 2000-RIGA-STUDENTE: la riga del singolo studente;
      *chi alla data di taglio e' all'estero ha la sola dicitura
       2000-RIGA-STUDENTE.
           PERFORM 2050-CARICA-MOBILITA
           IF Mobilita-Al-Taglio = "Y"
               ADD 1 TO Studenti-In-Mobilita
               MOVE SPACES TO riga
               STRING ST-Cognome(1:22) DELIMITED BY SIZE
                   " MOBILITA' INTERNAZIONALE" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           ELSE
               PERFORM 2100-CONTA-STUDENTE
           END-IF.

      *Paragrafo 2050-CARICA-MOBILITA: i soggiorni all'estero della
      *matricola (una riga per anno scolastico) e se la data di
      *taglio cade in uno di essi
       2050-CARICA-MOBILITA.
           MOVE 0 TO Mob-Cont
           MOVE "N" TO Mobilita-Al-Taglio
           IF Mobilita-Aperta = "Y"
               MOVE ST-ID TO MB-ID-Studente
               MOVE LOW-VALUES TO MB-Anno
               MOVE "N" TO Fine-Mobilita
               START FileMobilita KEY IS NOT LESS THAN MB-Chiave
                   INVALID KEY MOVE "S" TO Fine-Mobilita
               END-START
               PERFORM UNTIL Fine-Mobilita = "S"
                   READ FileMobilita NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Mobilita
                       NOT AT END
                           IF MB-ID-Studente NOT = ST-ID
                               MOVE "S" TO Fine-Mobilita
                           ELSE IF Mob-Cont < 5
                               ADD 1 TO Mob-Cont
                               MOVE MB-Dal TO Mob-Dal(Mob-Cont)
                               MOVE MB-Al TO Mob-Al(Mob-Cont)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE Data-Taglio TO Data-Da-Verificare
           PERFORM 2060-DATA-IN-MOBILITA
           MOVE Data-In-Mobilita TO Mobilita-Al-Taglio.

      *Paragrafo 2060-DATA-IN-MOBILITA: Data-Da-Verificare cade in
      *uno dei soggiorni caricati?
       2060-DATA-IN-MOBILITA.
           MOVE "N" TO Data-In-Mobilita
           MOVE 0 TO Mob-Idx
           PERFORM UNTIL Mob-Idx >= Mob-Cont
               ADD 1 TO Mob-Idx
               IF Data-Da-Verificare >= Mob-Dal(Mob-Idx)
                       AND Data-Da-Verificare <= Mob-Al(Mob-Idx)
                   MOVE "Y" TO Data-In-Mobilita
                   MOVE Mob-Cont TO Mob-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 2100-CONTA-STUDENTE: ore maturate, percentuale e
      *proiezione del singolo studente, con l'eventuale avviso
       2100-CONTA-STUDENTE.
           MOVE 0 TO Ore-Maturate
           MOVE 0 TO Ore-Non-Giust
           OPEN INPUT FileAssenze
                           IF AS-ID-Studente NOT = ST-ID
                               MOVE "S" TO Fine-Scan
                           ELSE
                               MOVE AS-Data TO Data-Da-Verificare
                               PERFORM 2060-DATA-IN-MOBILITA
                               IF AS-Data <= Data-Taglio
                                       AND NOT AS-Fuori-Sede
                                       AND Data-In-Mobilita = "N"
                                   ADD AS-Ore TO Ore-Maturate
                                   IF AS-Giustificata = "N"
                                       ADD AS-Ore
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           MOVE RT-Data TO Data-Da-Verificare
                           PERFORM 2060-DATA-IN-MOBILITA
                           IF RT-ID-Studente = ST-ID
                                   AND RT-Data <= Data-Taglio
                                   AND Data-In-Mobilita = "N"
                               ADD RT-Ore-Equiv TO Ore-Maturate
                               IF RT-Giustificato = "N"
                                   ADD RT-Ore-Equiv
                   " AVVISO-ASSENZE matricola " DELIMITED BY SIZE
                   ST-ID DELIMITED BY SIZE
                   " classe " DELIMITED BY SIZE
                   ST-Classe DELIMITED BY SIZE
                   " proiezione oltre quota" DELIMITED BY SIZE
                   INTO FileNotifiche-Record
               WRITE FileNotifiche-Record
               CLOSE FileConsensi
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

      *Paragrafo 9800-CARICA-PLESSI: plessi di PLESSI.DAT, con la
      *sede principale, e plesso di ogni classe di CLASSI.DAT; senza
      *i file le tabelle restano vuote
       9800-CARICA-PLESSI.
           MOVE 0 TO Plessi-Cont
           MOVE SPACES TO Plesso-Principale
           OPEN INPUT FilePlessi
           IF FS-FilePlessi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ FilePlessi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Plessi-Cont < 20
                               ADD 1 TO Plessi-Cont
                               MOVE PL-Codice TO PT-Codice(Plessi-Cont)
                               MOVE PL-Meccanografico
                                   TO PT-Meccanografico(Plessi-Cont)
                               MOVE PL-Denominazione
                                   TO PT-Denominazione(Plessi-Cont)
                           END-IF
                           IF PL-Principale-Si
                                   AND Plesso-Principale = SPACES
                               MOVE PL-Codice TO Plesso-Principale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FilePlessi
           END-IF
           MOVE 0 TO Classi-Plesso-Cont
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE "N" TO Fine-Plessi
               PERFORM UNTIL Fine-Plessi = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Plessi
                       NOT AT END
                           IF Classi-Plesso-Cont < 300
                               ADD 1 TO Classi-Plesso-Cont
                               MOVE CL-Codice
                                   TO CP-Classe(Classi-Plesso-Cont)
                               MOVE CL-Plesso
                                   TO CP-Plesso(Classi-Plesso-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
           END-IF.

      *Paragrafo 9810-PLESSO-CLASSE: plesso della classe in
      *Classe-Cercata (la sede principale se la classe non ne ha o
      *non e' censita) e sua posizione nella tabella dei plessi,
      *0 se il plesso non e' in PLESSI.DAT
       9810-PLESSO-CLASSE.
           MOVE SPACES TO Plesso-Classe
           MOVE 0 TO Plesso-Classe-Idx
           MOVE 0 TO Classi-Plesso-Idx
           PERFORM UNTIL Classi-Plesso-Idx >= Classi-Plesso-Cont
               ADD 1 TO Classi-Plesso-Idx
               IF CP-Classe(Classi-Plesso-Idx) = Classe-Cercata
                   MOVE CP-Plesso(Classi-Plesso-Idx) TO Plesso-Classe
                   MOVE Classi-Plesso-Cont TO Classi-Plesso-Idx
               END-IF
           END-PERFORM
           IF Plesso-Classe = SPACES
               MOVE Plesso-Principale TO Plesso-Classe
           END-IF
           MOVE 0 TO Plessi-Idx
           PERFORM UNTIL Plessi-Idx >= Plessi-Cont
               ADD 1 TO Plessi-Idx
               IF Plesso-Classe NOT = SPACES
                       AND PT-Codice(Plessi-Idx) = Plesso-Classe
                   MOVE Plessi-Idx TO Plesso-Classe-Idx
                   MOVE Plessi-Cont TO Plessi-Idx
               END-IF
           END-PERFORM.

       END PROGRAM BollettinoAssenze.
