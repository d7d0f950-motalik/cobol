       IDENTIFICATION DIVISION.
       PROGRAM-ID. TabelloneEsiti.

      *Tabellone degli esiti da affiggere dopo lo scrutinio finale:
      *la segreteria lo ribatteva a mano dal verbale. Qui esce per
      *una classe direttamente dalle delibere di SCRUTINI.DAT
      *(l'ultima delibera dello studente vince, quindi dopo lo
      *scrutinio integrativo vale l'esito di settembre) e, per chi
      *non ha delibera, dall'esito dell'anno in corso in
      *ARCHIVIO-STORICO.IDX, con la sola dicitura ammessa dalle
      *regole sulla riservatezza: "Ammesso/a", "Non ammesso/a"
      *senza voti ne' motivazione, "Sospensione del giudizio" senza
      *elenco di materie. Il registro BES non si legge nemmeno: la
      *dicitura e' la stessa per tutti e nessuno studente e'
      *contrassegnato. Il tabellone e' rifiutato se la catena dei
      *sigilli di SCRUTINI.DAT non torna (vedi SigilliScrutini) o se
      *manca l'esito di qualche studente; altrimenti prende un
      *numero di PROTOCOLLO.DAT e la data di affissione, su
      *ESITI-<classe>.txt.
      *L'esito MOBILITA (anno all'estero con colloquio di
      *reinserimento positivo) si pubblica come "Ammesso/a".
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileScrutini ASSIGN TO 'SCRUTINI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScrutini.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Archivio storico indicizzato per matricola+anno scolastico
           SELECT FileArchivio ASSIGN TO 'ARCHIVIO-STORICO.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Chiave
               FILE STATUS IS FS-FileArchivio.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
      *Registro di protocollo: il tabellone affisso e' un atto
      *ufficiale e porta il numero progressivo per anno
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
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
       FD  FileScrutini.
       01  FileScrutini-Record.
           05  SCR-ID-Studente PIC 9(6).
           05  SCR-Classe PIC X(4).
           05  SCR-Esito PIC X(9).
           05  SCR-Motivo PIC X(30).
           05  SCR-Data PIC 9(8).
           05  SCR-Sigillo PIC 9(9).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  FileArchivio.
       01  FileArchivio-Record.
           05  FA-Chiave.
               10  FA-ID-Studente PIC 9(6).
               10  FA-Anno-Scolastico PIC X(9).
           05  FA-Cognome PIC X(20).
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileProtocollo.
       01  FileProtocollo-Record.
           05  PRT-Numero PIC 9(6).
           05  PRT-Anno PIC X(9).
           05  PRT-Data PIC 9(8).
           05  PRT-Tipo PIC X(14).
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
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
       01  FS-FileScrutini PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileArchivio PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileProtocollo PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Data-Affissione PIC 9(8) VALUE 0.
       01  Data-Affissione-R REDEFINES Data-Affissione.
           05  DA-Anno PIC 9(4).
           05  DA-Mese PIC 99.
           05  DA-Giorno PIC 99.
       01  Data-Protocollo-R.
           05  DP-Anno PIC 9(4).
           05  DP-Mese PIC 99.
           05  DP-Giorno PIC 99.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Tabellone-Rifiutato PIC X VALUE "N".
      *La stessa formula di 5900-CALCOLA-SIGILLO di
      *ScrutinioConsiglio e di SigilliScrutini: se cambia la' deve
      *cambiare qui
       01  Sigillo-Precedente PIC 9(9) VALUE 0.
       01  Sigillo-Calcolato PIC 9(9) VALUE 0.
       01  Base-Sigillo PIC 9(12) VALUE 0.
       01  ALFABETO-SIGILLO PIC X(38)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.".
       01  Campo-Da-Pesare PIC X(30) VALUE SPACES.
       01  Campo-Lunghezza PIC 99 VALUE 0.
       01  Campo-Peso PIC 9(6) VALUE 0.
       01  Campo-Idx PIC 99 VALUE 0.
       01  Campo-Carattere PIC X VALUE SPACE.
       01  Ordinale PIC 99 VALUE 0.
       01  Alfabeto-Idx PIC 99 VALUE 0.
       01  Peso-Esito-Sigillo PIC 9(6) VALUE 0.
       01  Peso-Classe-Sigillo PIC 9(6) VALUE 0.
       01  Peso-Motivo-Sigillo PIC 9(6) VALUE 0.
       01  Sigillo-Lavoro PIC 9(12) VALUE 0.
       01  Resto-Sigillo PIC 9(9) VALUE 0.
       01  Quoziente-Sigillo PIC 9(12) VALUE 0.
       01  Righe-Lette PIC 9(5) VALUE 0.
       01  Rotture PIC 9(4) VALUE 0.
      *Ultima delibera di ogni studente della classe (l'ultima riga
      *vince: la delibera integrativa segue quella di giugno)
       01  Ultime-Delibere-Tab.
           05  Ultime-Delibere-Voce OCCURS 100 TIMES.
               10  UD-ID-Studente PIC 9(6).
               10  UD-Esito PIC X(9).
       01  Ultime-Delibere-Cont PIC 999 VALUE 0.
       01  Ultime-Delibere-Idx PIC 999 VALUE 0.
      *Gli studenti del tabellone, in ordine alfabetico
       01  Esiti-Tab.
           05  Esiti-Voce OCCURS 40 TIMES.
               10  ET-Cognome PIC X(30).
               10  ET-Nome PIC X(25).
               10  ET-Esito PIC X(9).
       01  Esiti-Cont PIC 99 VALUE 0.
       01  Esiti-Idx PIC 99 VALUE 0.
       01  Esiti-Idx-2 PIC 99 VALUE 0.
       01  Voce-Appoggio.
           05  AP-Cognome PIC X(30).
           05  AP-Nome PIC X(25).
           05  AP-Esito PIC X(9).
       01  Scambi-Fatti PIC X VALUE "N".
       01  Esito-Studente PIC X(9) VALUE SPACES.
       01  Esiti-Mancanti PIC 99 VALUE 0.
       01  Dicitura PIC X(25) VALUE SPACES.
       01  Nome-Completo PIC X(56) VALUE SPACES.
      *Emissione del numero di protocollo del tabellone
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Fine-Protocollo PIC X VALUE "N".
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
       01  riga PIC X(80).
      *Impaginazione su schema di REGISTRO-STAMPA.txt
       01  Stampa-Titolo PIC X(45)
           VALUE "Esiti dello scrutinio finale".
       01  Stampa-Piede.
           05  FILLER PIC X(15) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "Pagina ".
           05  Stampa-PrnPageNum PIC Z9.
       01  Stampa-LineCount PIC 99 VALUE 0.
           88  Stampa-NewPageRequired VALUE 50 THRU 99.
       01  Stampa-PageCount PIC 99 VALUE 0.
       01  Riga-Salvata PIC X(80).
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "ANNO-CORRENTE.DAT non presente: tabellone "
                   "non prodotto"
               STOP RUN
           END-IF
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Data di affissione (AAAAMMGG, 0 = oggi): "
           ACCEPT Data-Affissione
           IF Data-Affissione = 0
               ACCEPT Data-Affissione FROM DATE YYYYMMDD
           END-IF
           DISPLAY "Sigla dell'operatore di segreteria: "
           ACCEPT Operatore-Protocollo
           PERFORM 1000-VERIFICA-CATENA
           IF Tabellone-Rifiutato NOT = "Y"
               PERFORM 2000-RACCOGLI-CLASSE
           END-IF
           IF Tabellone-Rifiutato = "Y"
               MOVE SPACES TO Audit-Descrizione
               STRING "Tabellone esiti rifiutato " DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               DISPLAY "Tabellone non prodotto"
               STOP RUN
           END-IF
           PERFORM 3000-ORDINA-ESITI
           PERFORM 7000-EMETTI-PROTOCOLLO
           PERFORM 4000-STAMPA-TABELLONE
           MOVE SPACES TO Audit-Descrizione
           STRING "Tabellone esiti " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " prot. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Studenti nel tabellone: " Esiti-Cont
           DISPLAY "Protocollo n. " Protocollo-Numero
           DISPLAY "Tabellone scritto su " FileOut-Filename
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 1000-VERIFICA-CATENA: ripercorre la catena dei
      *sigilli come 1000-VERIFICA di SigilliScrutini e intanto
      *raccoglie l'ultima delibera di ogni studente della classe;
      *una sola rottura basta a rifiutare il tabellone
       1000-VERIFICA-CATENA.
           MOVE 0 TO Sigillo-Precedente
           MOVE 0 TO Righe-Lette
           MOVE 0 TO Rotture
           MOVE 0 TO Ultime-Delibere-Cont
           OPEN INPUT FileScrutini
           IF FS-FileScrutini NOT = "00"
               DISPLAY "SCRUTINI.DAT non presente: nessuna delibera "
                   "da affiggere"
               MOVE "Y" TO Tabellone-Rifiutato
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileScrutini
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           ADD 1 TO Righe-Lette
                           IF SCR-Sigillo IS NUMERIC
                               PERFORM 5000-CALCOLA-SIGILLO
                               IF Sigillo-Calcolato
                                       NOT = SCR-Sigillo
                                   ADD 1 TO Rotture
                                   DISPLAY "ROTTURA alla riga "
                                       Righe-Lette " (matricola "
                                       SCR-ID-Studente ", data "
                                       SCR-Data ")"
                               END-IF
                               MOVE SCR-Sigillo
                                   TO Sigillo-Precedente
                           END-IF
                           IF SCR-Classe = Classe-Scelta
                               PERFORM 1100-ACCODA-DELIBERA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileScrutini
               IF Rotture > 0
                   DISPLAY "Catena dei sigilli di SCRUTINI.DAT non "
                       "integra (" Rotture " rotture): verificare "
                       "con SigilliScrutini"
                   MOVE "Y" TO Tabellone-Rifiutato
               END-IF
           END-IF.

      *Paragrafo 1100-ACCODA-DELIBERA: aggiorna l'esito dello
      *studente se gia' in tabella, altrimenti lo accoda
       1100-ACCODA-DELIBERA.
           MOVE 0 TO Ultime-Delibere-Idx
           PERFORM UNTIL Ultime-Delibere-Idx >= Ultime-Delibere-Cont
               ADD 1 TO Ultime-Delibere-Idx
               IF UD-ID-Studente(Ultime-Delibere-Idx)
                       = SCR-ID-Studente
                   MOVE SCR-Esito TO UD-Esito(Ultime-Delibere-Idx)
                   MOVE 999 TO Ultime-Delibere-Idx
               END-IF
           END-PERFORM
           IF Ultime-Delibere-Idx NOT = 999
               IF Ultime-Delibere-Cont < 100
                   ADD 1 TO Ultime-Delibere-Cont
                   MOVE SCR-ID-Studente
                       TO UD-ID-Studente(Ultime-Delibere-Cont)
                   MOVE SCR-Esito TO UD-Esito(Ultime-Delibere-Cont)
               ELSE
                   DISPLAY "ATTENZIONE: tabella delibere piena, "
                       "tabellone rifiutato"
                   MOVE "Y" TO Tabellone-Rifiutato
               END-IF
           END-IF.

      *Paragrafo 2000-RACCOGLI-CLASSE: la rosa attiva della classe
      *per chiave ST-Classe, ritirati esclusi, con l'esito di
      *ciascuno; uno studente senza esito rifiuta il tabellone
       2000-RACCOGLI-CLASSE.
           MOVE 0 TO Esiti-Cont
           MOVE 0 TO Esiti-Mancanti
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               MOVE "Y" TO Tabellone-Rifiutato
           ELSE
               OPEN INPUT FileArchivio
               MOVE Classe-Scelta TO ST-Classe
               START Studenti KEY IS NOT LESS THAN ST-Classe
                   INVALID KEY MOVE "S" TO Fine-Studenti
                   NOT INVALID KEY MOVE "N" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           IF ST-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Studenti
                           ELSE
                               IF NOT ST-Ritirato-Si
                                   PERFORM 2100-ESITO-STUDENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-FileArchivio = "00"
                   CLOSE FileArchivio
               END-IF
               CLOSE Studenti
               IF Esiti-Cont = 0
                   DISPLAY "Nessuno studente attivo nella classe "
                       Classe-Scelta
                   MOVE "Y" TO Tabellone-Rifiutato
               END-IF
               IF Esiti-Mancanti > 0
                   DISPLAY Esiti-Mancanti " studenti senza esito: "
                       "completare lo scrutinio prima di affiggere"
                   MOVE "Y" TO Tabellone-Rifiutato
               END-IF
           END-IF.

      *Paragrafo 2100-ESITO-STUDENTE: l'ultima delibera dello
      *studente o, in mancanza, l'esito d'anno in archivio
       2100-ESITO-STUDENTE.
           MOVE SPACES TO Esito-Studente
           MOVE 0 TO Ultime-Delibere-Idx
           PERFORM UNTIL Ultime-Delibere-Idx >= Ultime-Delibere-Cont
               ADD 1 TO Ultime-Delibere-Idx
               IF UD-ID-Studente(Ultime-Delibere-Idx) = ST-ID
                   MOVE UD-Esito(Ultime-Delibere-Idx)
                       TO Esito-Studente
               END-IF
           END-PERFORM
           IF Esito-Studente = SPACES AND FS-FileArchivio = "00"
               MOVE ST-ID TO FA-ID-Studente
               MOVE Anno-Corrente TO FA-Anno-Scolastico
               READ FileArchivio
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FA-Esito TO Esito-Studente
               END-READ
           END-IF
           IF Esito-Studente = SPACES
               ADD 1 TO Esiti-Mancanti
               DISPLAY "Esito mancante: matricola " ST-ID " "
                   ST-Cognome(1:25)
           ELSE
               IF Esiti-Cont < 40
                   ADD 1 TO Esiti-Cont
                   MOVE ST-Cognome(1:30) TO ET-Cognome(Esiti-Cont)
                   MOVE ST-Nome(1:25) TO ET-Nome(Esiti-Cont)
                   MOVE Esito-Studente TO ET-Esito(Esiti-Cont)
               ELSE
                   DISPLAY "ATTENZIONE: tabella esiti piena, "
                       "tabellone rifiutato"
                   MOVE "Y" TO Tabellone-Rifiutato
               END-IF
           END-IF.

      *Paragrafo 3000-ORDINA-ESITI: ordine alfabetico per cognome e
      *nome (scambio a bolle, come l'ordinamento dei periodi di
      *CalendarioManut)
       3000-ORDINA-ESITI.
           MOVE "Y" TO Scambi-Fatti
           PERFORM UNTIL Scambi-Fatti NOT = "Y"
               MOVE "N" TO Scambi-Fatti
               MOVE 0 TO Esiti-Idx
               PERFORM UNTIL Esiti-Idx >= Esiti-Cont - 1
                   ADD 1 TO Esiti-Idx
                   COMPUTE Esiti-Idx-2 = Esiti-Idx + 1
                   IF ET-Cognome(Esiti-Idx-2) < ET-Cognome(Esiti-Idx)
                           OR (ET-Cognome(Esiti-Idx-2)
                               = ET-Cognome(Esiti-Idx)
                           AND ET-Nome(Esiti-Idx-2)
                               < ET-Nome(Esiti-Idx))
                       MOVE Esiti-Voce(Esiti-Idx) TO Voce-Appoggio
                       MOVE Esiti-Voce(Esiti-Idx-2)
                           TO Esiti-Voce(Esiti-Idx)
                       MOVE Voce-Appoggio TO Esiti-Voce(Esiti-Idx-2)
                       MOVE "Y" TO Scambi-Fatti
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Paragrafo 4000-STAMPA-TABELLONE: intestazione con classe,
      *anno, protocollo e data di affissione, una riga per studente
      *con la sola dicitura pubblica, firma del dirigente
       4000-STAMPA-TABELLONE.
           MOVE SPACES TO FileOut-Filename
           STRING "ESITI-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           PERFORM 8100-STAMPA-INTESTAZIONE
           MOVE SPACES TO riga
           STRING "Classe " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " - anno scolastico " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE Protocollo-Data TO Data-Protocollo-R
           MOVE SPACES TO riga
           STRING "Protocollo n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               DP-Giorno DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DP-Mese DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DP-Anno DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "Affisso all'albo il " DELIMITED BY SIZE
               DA-Giorno DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DA-Mese DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DA-Anno DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE 0 TO Esiti-Idx
           PERFORM UNTIL Esiti-Idx >= Esiti-Cont
               ADD 1 TO Esiti-Idx
               PERFORM 4100-RIGA-ESITO
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE SPACES TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE "Il Dirigente scolastico  ______________________"
               TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA
           MOVE Stampa-PageCount TO Stampa-PrnPageNum
           WRITE FileOut-Record FROM Stampa-Piede
               AFTER ADVANCING 2 LINES
           CLOSE FileOut.

      *Paragrafo 4100-RIGA-ESITO: la dicitura pubblica dell'esito;
      *tutto cio' che non e' promosso ne' sospeso (bocciato, anno
      *non validato) e' soltanto "Non ammesso/a"
       4100-RIGA-ESITO.
           EVALUATE ET-Esito(Esiti-Idx)
               WHEN "PROMOSSO"
               WHEN "MOBILITA"
                   MOVE "Ammesso/a" TO Dicitura
               WHEN "SOSPESO"
                   MOVE "Sospensione del giudizio" TO Dicitura
               WHEN OTHER
                   MOVE "Non ammesso/a" TO Dicitura
           END-EVALUATE
           MOVE SPACES TO Nome-Completo
           STRING ET-Cognome(Esiti-Idx) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ET-Nome(Esiti-Idx) DELIMITED BY "  "
               INTO Nome-Completo
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Nome-Completo(1:50) DELIMITED BY SIZE
               Dicitura DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 8000-SCRIVI-RIGA.

      *Paragrafo 5000-CALCOLA-SIGILLO: il valore di controllo della
      *riga corrente agganciato al precedente - la stessa identica
      *formula di 5900-CALCOLA-SIGILLO di ScrutinioConsiglio
       5000-CALCOLA-SIGILLO.
           MOVE SPACES TO Campo-Da-Pesare
           MOVE SCR-Esito TO Campo-Da-Pesare
           MOVE 9 TO Campo-Lunghezza
           PERFORM 5000-CALCOLA-PESO-CAMPO
           MOVE Campo-Peso TO Peso-Esito-Sigillo
           MOVE SPACES TO Campo-Da-Pesare
           MOVE SCR-Classe TO Campo-Da-Pesare
           MOVE 4 TO Campo-Lunghezza
           PERFORM 5000-CALCOLA-PESO-CAMPO
           MOVE Campo-Peso TO Peso-Classe-Sigillo
           MOVE SCR-Motivo TO Campo-Da-Pesare
           MOVE 30 TO Campo-Lunghezza
           PERFORM 5000-CALCOLA-PESO-CAMPO
           MOVE Campo-Peso TO Peso-Motivo-Sigillo
           COMPUTE Base-Sigillo =
               SCR-ID-Studente * 7
               + SCR-Data * 3
               + Peso-Esito-Sigillo * 131
               + Peso-Classe-Sigillo * 41
               + Peso-Motivo-Sigillo * 13
           COMPUTE Sigillo-Lavoro =
               Sigillo-Precedente * 31 + Base-Sigillo
           DIVIDE Sigillo-Lavoro BY 1000000000
               GIVING Quoziente-Sigillo
               REMAINDER Resto-Sigillo
           MOVE Resto-Sigillo TO Sigillo-Calcolato.

      *Paragrafo 5000-CALCOLA-PESO-CAMPO: somma, carattere per
      *carattere, l'ordinale nell'alfabeto del sigillo moltiplicato
      *per la posizione nel campo (lo spazio e i caratteri fuori
      *alfabeto valgono zero)
       5000-CALCOLA-PESO-CAMPO.
           MOVE 0 TO Campo-Peso
           MOVE 0 TO Campo-Idx
           PERFORM UNTIL Campo-Idx >= Campo-Lunghezza
               ADD 1 TO Campo-Idx
               MOVE Campo-Da-Pesare(Campo-Idx:1) TO Campo-Carattere
               MOVE 0 TO Ordinale
               MOVE 0 TO Alfabeto-Idx
               PERFORM UNTIL Alfabeto-Idx >= 38
                   ADD 1 TO Alfabeto-Idx
                   IF ALFABETO-SIGILLO(Alfabeto-Idx:1)
                           = Campo-Carattere
                       MOVE Alfabeto-Idx TO Ordinale
                       MOVE 38 TO Alfabeto-Idx
                   END-IF
               END-PERFORM
               COMPUTE Campo-Peso = Campo-Peso
                   + Ordinale * Campo-Idx
           END-PERFORM.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno (massimo emesso piu' uno) e la riga di registro
      *del tabellone
       7000-EMETTI-PROTOCOLLO.
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
           MOVE "TABELLONE" TO PRT-Tipo
           MOVE 0 TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 8000-SCRIVI-RIGA: riga con interruzione di pagina
      *automatica, come SCRIVI-RIGA di RegistroElettronico
       8000-SCRIVI-RIGA.
           IF Stampa-NewPageRequired
               MOVE FileOut-Record TO Riga-Salvata
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
               PERFORM 8100-STAMPA-INTESTAZIONE
               MOVE Riga-Salvata TO FileOut-Record
           END-IF
           WRITE FileOut-Record
           ADD 1 TO Stampa-LineCount.

      *Paragrafo 8100-STAMPA-INTESTAZIONE: intestazione di pagina
       8100-STAMPA-INTESTAZIONE.
           WRITE FileOut-Record FROM Stampa-Titolo
               AFTER ADVANCING PAGE
           MOVE 1 TO Stampa-LineCount
           ADD 1 TO Stampa-PageCount.

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

       END PROGRAM TabelloneEsiti.
