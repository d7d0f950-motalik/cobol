
      *Import delle assenze dal tornello: il lettore badge
      *dell'ingresso produce ogni giorno BADGE.DAT (una riga per
      *passaggio: numero della tessera, data, orario) e
      *finora un assistente ribatteva a mano gli assenti. Qui, per
      *la data scelta, si confrontano i passaggi con il ruolino
      *attivo di STUDENTI.DAT: chi non e' passato diventa un evento
      *in ASSENZE.DAT (ore della giornata intera, non giustificato,
      *da giustificare poi come sempre; le ore sono quelle del
      *giorno in GIORNI.DAT), i badge sconosciuti e le
      *assenze gia' registrate finiscono su BADGE-SCARTI.DAT con il
      *codice del motivo, come SCARTI.DAT di CaricoBatch. La
      *ribattitura manuale era la prima fonte di errori sulle
      *assenze. Un giorno che GIORNI.DAT dice non di lezione
      *(festivita', chiusura, sciopero, assemblea) non si importa.
      *Il numero della tessera si traduce nella matricola con il
      *registro BADGE-TESSERE.DAT (TessereManut): una tessera
      *smarrita o revocata va tra gli scarti con il suo codice, una
      *tessera del personale non conta per le assenze. Finche' il
      *registro non esiste il numero della tessera e' la matricola,
      *come quando le tessere si stampavano con la matricola.
      *Chi nella giornata e' all'estero per la mobilita'
      *internazionale (MOBILITA.DAT, vedi Mobilita) non passa dal
      *tornello e non e' assente: lo si salta e lo si conta.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
      *Registro delle tessere: numero della tessera, titolare e
      *stato
           SELECT FileTessere ASSIGN TO 'BADGE-TESSERE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-Numero
               ALTERNATE RECORD KEY IS BT-Matricola
                   WITH DUPLICATES
               FILE STATUS IS FS-FileTessere.
      *Soggiorni di mobilita' internazionale, per matricola e anno
           SELECT FileMobilita ASSIGN TO 'MOBILITA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-Chiave
               FILE STATUS IS FS-FileMobilita.
           SELECT FileScarti ASSIGN TO 'BADGE-SCARTI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScarti.
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
       FILE SECTION.
       FD  FileBadge.
       01  FileBadge-Record.
           05  BD-Tessera PIC 9(6).
           05  BD-Data PIC 9(8).
           05  BD-Orario PIC 9(4).
       FD  Studenti.
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileTessere.
       01  FileTessere-Record.
           05  BT-Numero PIC 9(6).
           05  BT-Titolare PIC X(1).
               88  BT-Studente VALUE "S".
               88  BT-Personale VALUE "P".
           05  BT-Matricola PIC 9(6).
           05  BT-Sigla PIC X(10).
           05  BT-Data-Rilascio PIC 9(8).
           05  BT-Stato PIC X(1).
               88  BT-Attiva VALUE "A".
               88  BT-Smarrita VALUE "S".
               88  BT-Revocata VALUE "R".
           05  BT-Data-Stato PIC 9(8).
           05  BT-Sostituita-Da PIC 9(6).
           05  BT-Sostituisce PIC 9(6).
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
       FD  FileScarti.
       01  FileScarti-Record PIC X(60).
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

       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileScarti PIC XX VALUE SPACES.
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
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileTessere PIC XX VALUE SPACES.
       01  Tessere-Aperte PIC X VALUE "N".
      *Soggiorno all'estero in corso nella giornata
       01  FS-FileMobilita PIC XX VALUE SPACES.
       01  Mobilita-Aperta PIC X VALUE "N".
       01  Mobilita-In-Corso PIC X VALUE "N".
       01  Fine-Mobilita PIC X VALUE "N".
       01  Studenti-In-Mobilita PIC 9(5) VALUE 0.
      *La matricola del titolare della tessera letta, e il motivo
      *di scarto di una tessera non valida
       01  Matricola-Badge PIC 9(6) VALUE 0.
       01  Motivo-Scarto PIC X(18) VALUE SPACES.
       01  Passaggi-Personale PIC 9(5) VALUE 0.
       01  Data-Giornata PIC 9(8) VALUE 0.
       01  Ore-Giornata PIC 99 VALUE 6.
       01  Fine-File PIC X VALUE "N".
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
      *Controllo del giorno su GIORNI.DAT: un giorno registrato e
      *non di lezione rifiuta l'evento; senza file, o con il giorno
      *non ancora registrato, l'evento passa come sempre
       01  Giorno-Da-Controllare PIC 9(8) VALUE 0.
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  Giorno-Motivo PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Data della giornata (AAAAMMGG): "
           ACCEPT Data-Giornata
           MOVE Data-Giornata TO Giorno-Da-Controllare
           PERFORM 9600-CONTROLLA-GIORNO
           IF Giorno-Di-Lezione = "N"
               DISPLAY "Il " Data-Giornata " non e' giorno di "
                   "lezione (" Giorno-Motivo "): nessuna assenza "
                   "importata"
               MOVE SPACES TO Audit-Descrizione
               STRING "Badge rifiutato " DELIMITED BY SIZE
                   Data-Giornata DELIMITED BY SIZE
                   " senza lezione" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
      *Le ore della giornata intera sono quelle del calendario; si
      *chiedono solo per un giorno non ancora registrato
           IF Giorno-Ore-Lezione > 0
               MOVE Giorno-Ore-Lezione TO Ore-Giornata
               DISPLAY "Ore di lezione della giornata da "
                   "calendario: " Ore-Giornata
           ELSE
               DISPLAY "Ore di una giornata intera (0 = 6): "
               ACCEPT Ore-Giornata
               IF Ore-Giornata = 0
                   MOVE 6 TO Ore-Giornata
               END-IF
           END-IF
           OPEN OUTPUT FileScarti
           PERFORM 1000-CARICA-PASSAGGI
           DISPLAY "Passaggi letti    : " Righe-Lette
           DISPLAY "Assenze scritte   : " Assenze-Scritte
           DISPLAY "Righe scartate    : " Righe-Scartate
           DISPLAY "Passaggi personale: " Passaggi-Personale
           DISPLAY "In mobilita'      : " Studenti-In-Mobilita
           MOVE SPACES TO Audit-Descrizione
           STRING "Import badge " DELIMITED BY SIZE
               Data-Giornata DELIMITED BY SIZE
           STOP RUN.

      *Paragrafo 1000-CARICA-PASSAGGI: i passaggi della giornata in
      *tabella; una tessera sconosciuta, smarrita o revocata, o
      *un titolare non in anagrafica, va tra gli scarti
       1000-CARICA-PASSAGGI.
           OPEN INPUT FileBadge
           IF FS-FileBadge NOT = "00"
               CLOSE FileBadge
               STOP RUN
           END-IF
           OPEN INPUT FileTessere
           IF FS-FileTessere = "00"
               MOVE "Y" TO Tessere-Aperte
           ELSE
               DISPLAY "BADGE-TESSERE.DAT non presente: il numero "
                   "della tessera vale come matricola"
           END-IF
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               READ FileBadge
               END-READ
           END-PERFORM
           CLOSE FileBadge
           CLOSE Studenti
           IF Tessere-Aperte = "Y"
               CLOSE FileTessere
           END-IF.

      *Paragrafo 1100-UN-PASSAGGIO: tessera tradotta nella
      *matricola, verificata in anagrafica e annotata tra i
      *presenti (una volta sola)
       1100-UN-PASSAGGIO.
           MOVE "Y" TO Badge-Valido
           MOVE "BADGE-SCONOSCIUTO" TO Motivo-Scarto
           MOVE BD-Tessera TO Matricola-Badge
           IF Tessere-Aperte = "Y"
               PERFORM 1200-TRADUCI-TESSERA
           END-IF
           IF Badge-Valido = "Y"
               MOVE Matricola-Badge TO ST-ID
               READ Studenti
                   INVALID KEY MOVE "N" TO Badge-Valido
               END-READ
           END-IF
           IF Badge-Valido = "P"
               ADD 1 TO Passaggi-Personale
           ELSE IF Badge-Valido NOT = "Y"
               ADD 1 TO Righe-Scartate
               MOVE SPACES TO riga
               STRING BD-Tessera DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BD-Orario DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Motivo-Scarto DELIMITED BY SPACE
                   INTO riga
               MOVE riga TO FileScarti-Record
               WRITE FileScarti-Record
               PERFORM UNTIL Presenti-Idx >= Presenti-Cont
                   ADD 1 TO Presenti-Idx
                   IF Presente-Matricola(Presenti-Idx)
                           = Matricola-Badge
                       MOVE "Y" TO Matricola-Presente
                       MOVE Presenti-Cont TO Presenti-Idx
                   END-IF
               IF Matricola-Presente NOT = "Y"
                   IF Presenti-Cont < 3000
                       ADD 1 TO Presenti-Cont
                       MOVE Matricola-Badge
                           TO Presente-Matricola(Presenti-Cont)
                   ELSE
                       MOVE "Y" TO Tabelle-Trabocco
                   END-IF
               END-IF
           END-IF
           END-IF.

      *Paragrafo 1200-TRADUCI-TESSERA: la matricola del titolare
      *della tessera in Matricola-Badge; Badge-Valido a "N" con il
      *motivo per una tessera sconosciuta, smarrita o revocata, a
      *"P" per una tessera del personale
       1200-TRADUCI-TESSERA.
           MOVE BD-Tessera TO BT-Numero
           READ FileTessere
               INVALID KEY
                   MOVE "N" TO Badge-Valido
               NOT INVALID KEY
                   IF BT-Smarrita
                       MOVE "N" TO Badge-Valido
                       MOVE "TESSERA-SMARRITA" TO Motivo-Scarto
                   ELSE IF BT-Revocata
                       MOVE "N" TO Badge-Valido
                       MOVE "TESSERA-REVOCATA" TO Motivo-Scarto
                   ELSE IF BT-Personale
                       MOVE "P" TO Badge-Valido
                   ELSE
                       MOVE BT-Matricola TO Matricola-Badge
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *Paragrafo 2000-CARICA-GIA-ASSENTI: le matricole con un
      *evento gia' in ASSENZE.DAT per la giornata, per non
      *registrare l'assenza due volte
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               MOVE "N" TO Mobilita-Aperta
               OPEN INPUT FileMobilita
               IF FS-FileMobilita = "00"
                   MOVE "Y" TO Mobilita-Aperta
               END-IF
               MOVE 0 TO ST-ID
               MOVE "N" TO Fine-Studenti
               START Studenti KEY IS NOT LESS THAN ST-ID
                   END-READ
               END-PERFORM
               CLOSE Studenti
               IF Mobilita-Aperta = "Y"
                   CLOSE FileMobilita
               END-IF
           END-IF.

      *Paragrafo 3100-VALUTA-STUDENTE: presente al tornello, gia'
                   MOVE Presenti-Cont TO Presenti-Idx
               END-IF
           END-PERFORM
           MOVE "N" TO Mobilita-In-Corso
           IF Matricola-Presente NOT = "Y"
               PERFORM 3200-CONTROLLA-MOBILITA
               IF Mobilita-In-Corso = "Y"
                   ADD 1 TO Studenti-In-Mobilita
               END-IF
           END-IF
           IF Matricola-Presente NOT = "Y"
                   AND Mobilita-In-Corso NOT = "Y"
               MOVE "N" TO Assenza-Gia-Registrata
               MOVE 0 TO Gia-Assenti-Idx
               PERFORM UNTIL Gia-Assenti-Idx >= Gia-Assenti-Cont
               END-IF
           END-IF.

      *Paragrafo 3200-CONTROLLA-MOBILITA: la giornata cade in un
      *soggiorno all'estero dello studente? Si scorrono le righe
      *della matricola (una per anno scolastico)
       3200-CONTROLLA-MOBILITA.
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
                           ELSE IF Data-Giornata >= MB-Dal
                                   AND Data-Giornata <= MB-Al
                               MOVE "Y" TO Mobilita-In-Corso
                               MOVE "S" TO Fine-Mobilita
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           WRITE FileAudit-Record
           CLOSE FileAudit.

      *Paragrafo 9600-CONTROLLA-GIORNO: Giorno-Da-Controllare e' un
      *giorno di lezione? Giorno-Ore-Lezione riporta le ore del
      *giorno registrato (0 se non registrato), Giorno-Motivo il
      *perche' di un rifiuto
       9600-CONTROLLA-GIORNO.
           MOVE "Y" TO Giorno-Di-Lezione
           MOVE 0 TO Giorno-Ore-Lezione
           MOVE SPACES TO Giorno-Motivo
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Giorno-Da-Controllare TO GG-Data
               READ FileGiorni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GG-Ore TO Giorno-Ore-Lezione
                       IF NOT GG-Lezione
                           MOVE "N" TO Giorno-Di-Lezione
                           MOVE GG-Descrizione TO Giorno-Motivo
                       END-IF
               END-READ
               CLOSE FileGiorni
           END-IF
           IF Giorno-Di-Lezione = "N" AND Giorno-Motivo = SPACES
               EVALUATE GG-Tipo
                   WHEN "F" MOVE "festivita'" TO Giorno-Motivo
                   WHEN "C" MOVE "chiusura straordinaria"
                       TO Giorno-Motivo
                   WHEN "S" MOVE "sciopero" TO Giorno-Motivo
                   WHEN "A" MOVE "assemblea studentesca"
                       TO Giorno-Motivo
                   WHEN OTHER MOVE "giorno senza lezione"
                       TO Giorno-Motivo
               END-EVALUATE
           END-IF.

       END PROGRAM ImportBadge.
