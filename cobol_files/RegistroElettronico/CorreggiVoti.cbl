      *Come ogni altra via di scrittura rispetta i periodi chiusi
      *da scrutinio (forzatura solo amministrativa, tracciata) e il
      *blocco per classe delle sessioni interattive.
      *All'accesso con conto individuale si mostrano le circolari
      *non ancora lette dall'operatore (Circolari), con conferma
      *della presa visione prima di continuare.
      *Ogni transazione conserva anche il tipo del voto prima della
      *correzione, cosi' la situazione a una data passata si
      *ricostruisce per intero (VotiAllaData).
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG;
      *una finestra aperta a sessione in corso si segnala alla
      *correzione successiva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Medie per studente, periodo e materia mantenute a ogni
      *scrittura di VOTI.DAT
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
      *Contestazioni dei voti (CONTESTAZIONI.DAT, vedi
      *Contestazioni): un voto con pratica aperta non si corregge
      *in silenzio, serve la conferma esplicita tracciata
           SELECT FileCrediti ASSIGN TO 'CREDITI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCrediti.
      *Tabella delle notazioni del voto (facoltativa): quanto valgono
      *il "+", il "-", il mezzo e il voto a cavallo "5/6"; se manca
      *valgono i valori d'uso (piu' e meno un quarto, mezzo voto)
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileNotazioni ASSIGN TO 'NOTAZIONI-VOTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNotazioni.
      *Circolari del personale e prese visione (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT FileLock ASSIGN TO FileLock-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileLock.
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
      *contestazioni ("l'interrogazione del 12 marzo") e per la
      *vista cronologica del registro (vedi CronologiaVoti)
           05  VT-Data-Voto PIC 9(8).
      *Voto come lo ha scritto il docente ("6+", "7-", "5/6"),
      *accanto al valore numerico; in bianco per i voti interi
           05  VT-Notazione PIC X(4).
      *Classe, periodo e materia ripetuti in coda alla riga per la
      *chiave alternativa: vanno riallineati a ogni scrittura
           05  VT-Chiave-Classe.
               10  VT-CC-Classe PIC X(4).
               10  VT-CC-Periodo PIC 9(1).
               10  VT-CC-Materia PIC X(20).
      *Provenienza del voto: chi lo ha registrato, quando e da
      *quale canale (REGISTRO, BATCH, SIS, STAGING, TRASFERIM,
      *CIVICA, MOBILITA); in bianco e a zero nelle righe
      *registrate prima che i campi esistessero
           05  VT-Operatore PIC X(10).
           05  VT-Data-Inserimento PIC 9(8).
           05  VT-Ora-Inserimento PIC 9(8).
           05  VT-Canale PIC X(10).
      *Una riga per studente, periodo e materia: conteggi, totali e
      *medie per tipo, i pesi del profilo di classe applicati e la
      *media pesata come la calcola il registro (i giudizi ne
      *restano fuori)
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati.
               10  ME-Classe PIC X(4).
               10  ME-Valori.
                   15  ME-Cont-Orale PIC 999.
                   15  ME-Tot-Orale PIC 9(5)V99.
                   15  ME-Media-Orale PIC 99V99.
                   15  ME-Cont-Scritto PIC 999.
                   15  ME-Tot-Scritto PIC 9(5)V99.
                   15  ME-Media-Scritto PIC 99V99.
                   15  ME-Cont-Pratico PIC 999.
                   15  ME-Tot-Pratico PIC 9(5)V99.
                   15  ME-Media-Pratico PIC 99V99.
                   15  ME-Cont-Voti PIC 999.
                   15  ME-Tot-Voti PIC 9(5)V99.
                   15  ME-Peso-Orale PIC V999.
                   15  ME-Peso-Scritto PIC V999.
                   15  ME-Peso-Pratico PIC V999.
                   15  ME-Media-Pesata PIC 99V9.
                   15  ME-Data-Ultimo-Voto PIC 9(8).
               10  ME-Data-Calcolo PIC 9(8).
      *Transazione di correzione: chi, quando, cosa e perche'
       FD  FileContestazioni.
       01  FileContestazioni-Record.
           05  CX-Voto-Nuovo PIC 99V99.
           05  CX-Tipo-Nuovo PIC X(1).
           05  CX-Motivo PIC X(30).
      *Notazione del docente prima e dopo la correzione ("6+")
           05  CX-Notazione-Vecchia PIC X(4).
           05  CX-Notazione-Nuova PIC X(4).
      *Tipo del voto prima della correzione (spazio nelle righe
      *scritte prima che il campo esistesse)
           05  CX-Tipo-Vecchio PIC X(1).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileCsv.
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  FilePesi.
       01  FilePesi-Record.
           05  PS-Classe PIC X(4).
       01  FileCrediti-Record.
           05  CR-Materia PIC X(20).
           05  CR-Credito PIC 9V99.
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
      *Una riga per segno: PIU, MENO, MEZZO o BARRA e il valore in
      *centesimi di voto (es. "PIU   25", "BARRA 50")
       FD  FileNotazioni.
       01  FileNotazioni-Record.
           05  NV-Notazione PIC X(5).
           05  FILLER PIC X(1).
           05  NV-Centesimi PIC 9(2).
      *Circolare e presa visione, come in Circolari
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
           05  LK-Operatore PIC X(10).
           05  LK-Data PIC 9(8).
           05  LK-Ora PIC 9(8).
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FileContestazioni PIC XX VALUE SPACES.
      *Contestazione aperta sul voto in correzione
       01  Voto-Contestato PIC X VALUE "N".
       01  Anno-Ultima-Riga PIC X(9) VALUE SPACES.
       01  Fine-Archivio PIC X VALUE "N".
       01  FS-FilePesi PIC XX VALUE SPACES.
      *Notazione del docente: "6+", "6-", "6" con il mezzo, "5/6".
      *Il valore di ogni segno viene da NOTAZIONI-VOTO.DAT (vedi
      *1400-LEGGI-NOTAZIONI); la scritta originale resta in
      *Notazione-Originale e va su VOTI.DAT accanto al valore
      *numerico
       01  FS-FileNotazioni PIC XX VALUE SPACES.
       01  Fine-Notazioni PIC X VALUE "N".
           88  Fine-Notazioni-Si VALUE "S".
       01  Notazione-Piu PIC 9V99 VALUE 0.25.
       01  Notazione-Meno PIC 9V99 VALUE 0.25.
       01  Notazione-Mezzo PIC 9V99 VALUE 0.50.
       01  Notazione-Barra PIC 9V99 VALUE 0.50.
       01  Notazione-Testo PIC X(6) VALUE SPACES.
       01  Notazione-Originale PIC X(4) VALUE SPACES.
       01  Notazione-Valore PIC 99V99 VALUE 0.
       01  Notazione-Valida PIC X VALUE "N".
           88  Notazione-Valida-Si VALUE "Y".
       01  Notazione-Base PIC 99 VALUE 0.
       01  Notazione-Cifre PIC 9 VALUE 0.
       01  Notazione-Resto PIC X(4) VALUE SPACES.
       01  Notazione-Seconda PIC 99 VALUE 0.
       01  FS-FileCrediti PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
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
       01  FileOut-Filename PIC X(30) VALUE SPACES.
      *Accesso con i conti individuali, come negli altri programmi;
      *la sola lettura non puo' correggere
       01  ID-Studente-for PIC Z(5)9.
       01  Periodo-Scelto PIC 9 VALUE 0.
       01  Materia-Scelta PIC X(20) VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *riconoscere quanto digitato e per la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Cat-Scelta PIC 999 VALUE 0.
       01  Cat-Trovati PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Input PIC X(80) VALUE SPACES.
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Materia-Scala-Cat PIC X(1) VALUE SPACE.
       01  Materia-Esito PIC X VALUE SPACE.
           88  Materia-Risolta VALUE "C" "T".
           88  Materia-Ambigua VALUE "A".
       01  Progressivo-Scelto PIC 9(4) VALUE 0.
       01  Voto-Vecchio PIC 99V99 VALUE 0.
       01  Tipo-Vecchio PIC X(1) VALUE SPACE.
       01  Notazione-Vecchia PIC X(4) VALUE SPACES.
       01  Voto-Nuovo PIC 99V99 VALUE 0.
       01  Tipo-Nuovo PIC X(1) VALUE SPACE.
       01  Motivo PIC X(30) VALUE SPACES.
       01  Voto-Testo-Valido PIC X VALUE "N".
       01  voto-for PIC Z9.99.
       01  voto-for-2 PIC Z9.99.
       01  Voto-Stampa PIC X(5) VALUE SPACES.
       01  Voto-Stampa-2 PIC X(5) VALUE SPACES.
       01  voto-csv PIC Z9.99.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
       01  FileLock-Filename PIC X(30) VALUE SPACES.
       01  Registro-Occupato PIC X VALUE "N".
       01  Correzione-Bloccata PIC X VALUE "N".
      *Ricalcolo di una riga di MEDIE.DAT: la chiave si mette in
      *MR-ID-Studente, MR-Periodo e MR-Materia; MR-Valori ha lo
      *stesso tracciato di ME-Valori per il confronto
       01  MR-ID-Studente PIC 9(6) VALUE 0.
       01  MR-Periodo PIC 9 VALUE 0.
       01  MR-Materia PIC X(20) VALUE SPACES.
       01  MR-Classe PIC X(4) VALUE SPACES.
       01  MR-Valori.
           05  MR-Cont-Orale PIC 999.
           05  MR-Tot-Orale PIC 9(5)V99.
           05  MR-Media-Orale PIC 99V99.
           05  MR-Cont-Scritto PIC 999.
           05  MR-Tot-Scritto PIC 9(5)V99.
           05  MR-Media-Scritto PIC 99V99.
           05  MR-Cont-Pratico PIC 999.
           05  MR-Tot-Pratico PIC 9(5)V99.
           05  MR-Media-Pratico PIC 99V99.
           05  MR-Cont-Voti PIC 999.
           05  MR-Tot-Voti PIC 9(5)V99.
           05  MR-Peso-Orale PIC V999.
           05  MR-Peso-Scritto PIC V999.
           05  MR-Peso-Pratico PIC V999.
           05  MR-Media-Pesata PIC 99V9.
           05  MR-Data-Ultimo-Voto PIC 9(8).
      *Peso-Usato V999 come nel registro: con tutti e tre i tipi
      *presenti i pesi sommano 1.000, trabocca a zero e la media
      *ripiega sulla semplice; la riga deve dare la stessa media
      *del registro, trabocco compreso
       01  MR-Peso-Usato PIC V999 VALUE 0.
       01  MR-Somma-Pesata PIC 9(4)V9(4) VALUE 0.
      *Profilo di PESI.DAT dell'ultima classe cercata
       01  MR-Pesi-Classe PIC X(4) VALUE HIGH-VALUES.
       01  MR-Pesi-Orale PIC V999 VALUE .350.
       01  MR-Pesi-Scritto PIC V999 VALUE .400.
       01  MR-Pesi-Pratico PIC V999 VALUE .250.
       01  MR-Fine PIC X VALUE "N".
       01  MR-Data-Oggi PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
               IF Operatore-Autenticato NOT = "Y"
               DISPLAY "Sigla operatore: "
               ACCEPT Operatore-ID
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN I-O FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente, nulla da correggere"
           PERFORM 1100-LEGGI-PESI
           PERFORM 1200-LEGGI-CREDITI
           PERFORM 1300-LEGGI-PERIODI-CHIUSI
           PERFORM 1400-LEGGI-NOTAZIONI
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 2000-CORREGGI-VOTO
               UNTIL Continua-Correzioni NOT = "S"
                   AND Continua-Correzioni NOT = "s"
      *Paragrafo 2000-CORREGGI-VOTO: una correzione completa, dalla
      *scelta del voto alla transazione registrata
       2000-CORREGGI-VOTO.
           PERFORM 8975-AVVISA-MANUTENZIONE
           DISPLAY "Matricola dello studente: "
           ACCEPT ID-Studente
           DISPLAY "Periodo (1-4): "
               DISPLAY "Periodo (1-4): "
               ACCEPT Periodo-Scelto
           END-PERFORM
           DISPLAY "Materia (codice o nome): "
           ACCEPT Materia-Input
      *In VOTI.DAT la materia e' scritta con il codice del catalogo
           PERFORM 9710-RISOLVI-MATERIA
           IF Materia-Risolta
               MOVE Materia-Codice TO Materia-Scelta
           ELSE
               MOVE Materia-Input TO Materia-Scelta
               IF Materia-Ambigua
                   DISPLAY "Nome comune a piu' materie: indicare il "
                       "codice o il nome completo"
               END-IF
           END-IF
           PERFORM 2100-ELENCA-VOTI
           IF Voti-Elencati = 0
               DISPLAY "Nessun voto registrato per questa "
                               AND VT-Materia = Materia-Scelta
                           ADD 1 TO Voti-Elencati
                           MOVE VT-Voto TO voto-for
                           MOVE voto-for TO Voto-Stampa
                           IF VT-Notazione NOT = SPACES
                               MOVE VT-Notazione TO Voto-Stampa
                           END-IF
                           DISPLAY "  progressivo " VT-Progressivo
                               " voto " Voto-Stampa " " VT-Tipo
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
           ELSE
               MOVE VT-Voto TO Voto-Vecchio
               MOVE VT-Tipo TO Tipo-Vecchio
               MOVE VT-Notazione TO Notazione-Vecchia
               MOVE VT-Cognome TO Cognome-Voto
               MOVE VT-Classe TO Classe-Voto
      *Periodo chiuso da scrutinio e classe in lavorazione altrove:
      *propria, a controlli superati
       2250-ESEGUI-CORREZIONE.
           MOVE Voto-Vecchio TO voto-for
           MOVE voto-for TO Voto-Stampa
           IF Notazione-Vecchia NOT = SPACES
               MOVE Notazione-Vecchia TO Voto-Stampa
           END-IF
           DISPLAY "Voto attuale: " Voto-Stampa " " Tipo-Vecchio
      *Un giudizio (tipo "G") resta un giudizio, con codice da 1
      *insufficiente a 5 ottimo; un voto non diventa un giudizio
           IF Tipo-Vecchio = "G"
               DISPLAY "Nuovo giudizio (1 insufficiente, 2 "
                   "sufficiente, 3 buono, 4 distinto, 5 ottimo): "
               PERFORM 2300-ACCETTA-VOTO
               PERFORM UNTIL Voto-Nuovo = 1 OR Voto-Nuovo = 2
                       OR Voto-Nuovo = 3 OR Voto-Nuovo = 4
                       OR Voto-Nuovo = 5
                   DISPLAY "Giudizio non valido: da 1 a 5"
                   PERFORM 2300-ACCETTA-VOTO
               END-PERFORM
               MOVE "G" TO Tipo-Nuovo
               MOVE SPACES TO Notazione-Originale
           ELSE
               DISPLAY "Nuovo voto (anche 6+, 6-, 5/6): "
               PERFORM 2300-ACCETTA-VOTO
               DISPLAY "Nuovo tipo (o/s/p, invio = invariato): "
               ACCEPT Tipo-Nuovo
               IF Tipo-Nuovo = SPACE OR Tipo-Nuovo = "G"
                       OR Tipo-Nuovo = "g"
                   MOVE Tipo-Vecchio TO Tipo-Nuovo
               END-IF
           END-IF
           DISPLAY "Motivazione della correzione: "
           ACCEPT Motivo
      *Aggiornamento del voto registrato
           MOVE Voto-Nuovo TO VT-Voto
           MOVE Tipo-Nuovo TO VT-Tipo
           MOVE Notazione-Originale TO VT-Notazione
           MOVE VT-Classe TO VT-CC-Classe
           MOVE VT-Periodo TO VT-CC-Periodo
           MOVE VT-Materia TO VT-CC-Materia
           REWRITE FileVoti-Record
               INVALID KEY
                   DISPLAY "Voto non aggiornato"
               NOT INVALID KEY
      *La riga di MEDIE.DAT del gruppo segue il voto corretto
                   IF VT-Tipo NOT = "G"
                       MOVE VT-ID-Studente TO MR-ID-Studente
                       MOVE VT-Periodo TO MR-Periodo
                       MOVE VT-Materia TO MR-Materia
                       PERFORM 9800-AGGIORNA-MEDIA
                   END-IF
           END-REWRITE
           PERFORM 3000-SCRIVI-TRANSAZIONE
           PERFORM 4000-SCRIVI-REGISTRO
           DISPLAY "Correzione registrata".

      *Paragrafo 2300-ACCETTA-VOTO: accettazione difensiva del voto
      *come in RegistroElettronico, vincolata a 0-10, anche nella
      *notazione del docente (6+, 6-, 5/6)
       2300-ACCETTA-VOTO.
           MOVE "N" TO Voto-Testo-Valido
           PERFORM UNTIL Voto-Testo-Valido = "Y"
               ACCEPT Voto-Testo
               MOVE SPACES TO Notazione-Originale
               MOVE "Y" TO Notazione-Valida
               IF Voto-Testo IS NUMERIC
                   MOVE Voto-Testo TO Voto-Nuovo
               ELSE
                   MOVE Voto-Testo TO Notazione-Testo
                   PERFORM 2310-CONVERTI-NOTAZIONE
                   MOVE Notazione-Valore TO Voto-Nuovo
               END-IF
               IF NOT Notazione-Valida-Si
                   DISPLAY "Valore non numerico, reinserire"
               ELSE IF Voto-Nuovo > 10
                   DISPLAY "Voto non valido: deve essere tra "
                       "0 e 10"
               ELSE
                   MOVE "Y" TO Voto-Testo-Valido
               END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 2310-CONVERTI-NOTAZIONE: da Notazione-Testo (una o due
      *cifre seguite da nulla, "+", "-", il mezzo o "/" e il voto
      *successivo) a Notazione-Valore. Un voto intero seguito da
      *spazi e' valido senza notazione; un voto con la notazione che
      *esce da 0-10 non e' valido. Il mezzo si accetta sia come
      *carattere UTF-8 sia come carattere Latin-1
       2310-CONVERTI-NOTAZIONE.
           MOVE "N" TO Notazione-Valida
           MOVE 0 TO Notazione-Valore
           MOVE SPACES TO Notazione-Originale
           MOVE 0 TO Notazione-Cifre
           IF Notazione-Testo(1:1) IS NUMERIC
               MOVE 1 TO Notazione-Cifre
               IF Notazione-Testo(2:1) IS NUMERIC
                   MOVE 2 TO Notazione-Cifre
               END-IF
           END-IF
           IF Notazione-Cifre > 0
               IF Notazione-Cifre = 1
                   MOVE Notazione-Testo(1:1) TO Notazione-Base
               ELSE
                   MOVE Notazione-Testo(1:2) TO Notazione-Base
               END-IF
               MOVE Notazione-Testo(Notazione-Cifre + 1:4)
                   TO Notazione-Resto
               EVALUATE TRUE
                   WHEN Notazione-Resto = SPACES
                       MOVE Notazione-Base TO Notazione-Valore
                       MOVE "Y" TO Notazione-Valida
                   WHEN Notazione-Resto = "+"
                       IF Notazione-Base < 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base + Notazione-Piu
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto = "-"
                       IF Notazione-Base NOT < Notazione-Meno
                               AND Notazione-Base <= 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base - Notazione-Meno
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto = X"C2BD"
                           OR Notazione-Resto = X"BD"
                       IF Notazione-Base < 10
                           COMPUTE Notazione-Valore =
                               Notazione-Base + Notazione-Mezzo
                           MOVE "Y" TO Notazione-Valida
                       END-IF
                   WHEN Notazione-Resto(1:1) = "/"
                       PERFORM 2315-CONVERTI-NOTAZIONE-BARRA
               END-EVALUATE
               IF Notazione-Valida-Si AND Notazione-Resto NOT = SPACES
                   IF Notazione-Valore > 10
                       MOVE "N" TO Notazione-Valida
                   ELSE
                       MOVE Notazione-Testo(1:4) TO Notazione-Originale
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2315-CONVERTI-NOTAZIONE-BARRA: il voto a cavallo (5/6)
      *vale solo tra due voti consecutivi
       2315-CONVERTI-NOTAZIONE-BARRA.
           MOVE 0 TO Notazione-Seconda
           IF Notazione-Resto(2:1) IS NUMERIC
               IF Notazione-Resto(3:2) = SPACES
                   MOVE Notazione-Resto(2:1) TO Notazione-Seconda
               ELSE IF Notazione-Resto(3:1) IS NUMERIC
                       AND Notazione-Resto(4:1) = SPACE
                   MOVE Notazione-Resto(2:2) TO Notazione-Seconda
               END-IF
               END-IF
           END-IF
           IF Notazione-Seconda = Notazione-Base + 1
               COMPUTE Notazione-Valore =
                   Notazione-Base + Notazione-Barra
               MOVE "Y" TO Notazione-Valida
           END-IF.

      *Paragrafo 2400-CONTROLLA-PERIODO-CHIUSO: il periodo del voto
      *da correggere e' chiuso da scrutinio per la sua classe?
      *L'amministratore puo' forzare, e la forzatura resta in
           MOVE Voto-Nuovo TO CX-Voto-Nuovo
           MOVE Tipo-Nuovo TO CX-Tipo-Nuovo
           MOVE Motivo TO CX-Motivo
           MOVE Notazione-Vecchia TO CX-Notazione-Vecchia
           MOVE Notazione-Originale TO CX-Notazione-Nuova
           MOVE Tipo-Vecchio TO CX-Tipo-Vecchio
           WRITE FileCorrezioni-Record
           CLOSE FileCorrezioni.

           END-IF
           MOVE ID-Studente TO ID-Studente-for
           MOVE Voto-Vecchio TO voto-for
           MOVE voto-for TO Voto-Stampa
           IF Notazione-Vecchia NOT = SPACES
               MOVE Notazione-Vecchia TO Voto-Stampa
           END-IF
           MOVE SPACES TO riga
           STRING "        [ANNULLATO] voto " DELIMITED BY SIZE
               Voto-Stampa DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Tipo-Vecchio DELIMITED BY SIZE
               " (matricola " DELIMITED BY SIZE
               ID-Studente-for DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               Materia-Nome-Esteso DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Voto-Nuovo TO voto-for-2
           MOVE voto-for-2 TO Voto-Stampa-2
           IF Notazione-Originale NOT = SPACES
               MOVE Notazione-Originale TO Voto-Stampa-2
           END-IF
           MOVE SPACES TO riga
           STRING "        [CORREZIONE] voto " DELIMITED BY SIZE
               Voto-Stampa-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Tipo-Nuovo DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF VT-ID-Studente = ID-Studente
      *I giudizi delle materie a giudizio non entrano nella media
                           IF VT-Tipo NOT = "G"
                               PERFORM 6200-ACCUMULA-RICALCOLO
                           END-IF
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
               CLOSE FileCrediti
           END-IF.

      *Paragrafo 1400-LEGGI-NOTAZIONI: se esiste NOTAZIONI-VOTO.DAT ne
      *prende il valore dei segni del voto; un segno non indicato
      *tiene il valore d'uso
       1400-LEGGI-NOTAZIONI.
           OPEN INPUT FileNotazioni
           IF FS-FileNotazioni = "00"
               MOVE "N" TO Fine-Notazioni
               PERFORM UNTIL Fine-Notazioni-Si
                   READ FileNotazioni
                       AT END
                           MOVE "S" TO Fine-Notazioni
                       NOT AT END
                           PERFORM 1410-CARICA-NOTAZIONE
                   END-READ
               END-PERFORM
               CLOSE FileNotazioni
           END-IF.

      *Paragrafo 1410-CARICA-NOTAZIONE: una riga di NOTAZIONI-VOTO.DAT
       1410-CARICA-NOTAZIONE.
           IF NV-Centesimi IS NUMERIC
               EVALUATE NV-Notazione
                   WHEN "PIU"
                       COMPUTE Notazione-Piu = NV-Centesimi / 100
                   WHEN "MENO"
                       COMPUTE Notazione-Meno = NV-Centesimi / 100
                   WHEN "MEZZO"
                       COMPUTE Notazione-Mezzo = NV-Centesimi / 100
                   WHEN "BARRA"
                       COMPUTE Notazione-Barra = NV-Centesimi / 100
                   WHEN OTHER
                       DISPLAY "NOTAZIONI-VOTO.DAT: segno "
                           NV-Notazione " sconosciuto, riga ignorata"
               END-EVALUATE
           ELSE
               DISPLAY "NOTAZIONI-VOTO.DAT: valore non numerico per "
                   NV-Notazione ", riga ignorata"
           END-IF.

      *Paragrafo 1300-LEGGI-PERIODI-CHIUSI: carica in tabella i
      *periodi chiusi da scrutinio (stato C), con avviso a tetto
      *pieno come negli altri caricatori di tabelle
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
                   " CorreggiVoti" DELIMITED BY SIZE
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
           WRITE FileAudit-Record
           CLOSE FileAudit.

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9710-RISOLVI-MATERIA: codice della materia
      *Da quanto digitato in Materia-Input (codice, nome completo
      *o nome troncato ai 20 caratteri dei vecchi tracciati) al
      *codice da scrivere nei file. Esito C codice o nome esatto,
      *T nome troncato riconosciuto, A nome troncato comune a piu'
      *materie, I materia sconosciuta. Una materia a catalogo senza
      *codice resta scritta per nome
       9710-RISOLVI-MATERIA.
           MOVE SPACES TO Materia-Codice
           MOVE Materia-Input TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE "I" TO Materia-Esito
           MOVE 0 TO Cat-Scelta
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont OR Cat-Scelta > 0
               ADD 1 TO Cat-Idx
               IF Materia-Input = Cat-Nome(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Materia-Input = Cat-Codice(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
           END-PERFORM
           IF Cat-Scelta > 0
               MOVE "C" TO Materia-Esito
           ELSE
               IF Materia-Input NOT = SPACES
                       AND Materia-Input(21:60) = SPACES
                   MOVE 0 TO Cat-Trovati
                   MOVE 0 TO Cat-Idx
                   PERFORM UNTIL Cat-Idx >= Cat-Cont
                       ADD 1 TO Cat-Idx
                       IF Cat-Nome(Cat-Idx)(1:20)
                               = Materia-Input(1:20)
                           ADD 1 TO Cat-Trovati
                           MOVE Cat-Idx TO Cat-Scelta
                       END-IF
                   END-PERFORM
                   IF Cat-Trovati = 1
                       MOVE "T" TO Materia-Esito
                   ELSE IF Cat-Trovati > 1
                       MOVE "A" TO Materia-Esito
                       MOVE 0 TO Cat-Scelta
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF Cat-Scelta > 0
               IF Cat-Codice(Cat-Scelta) NOT = SPACES
                   MOVE Cat-Codice(Cat-Scelta) TO Materia-Codice
               ELSE
                   MOVE Cat-Nome(Cat-Scelta) TO Materia-Codice
               END-IF
               MOVE Cat-Nome(Cat-Scelta) TO Materia-Nome-Esteso
               MOVE Cat-Scala(Cat-Scelta) TO Materia-Scala-Cat
           END-IF.

      *Paragrafo 9800-AGGIORNA-MEDIA: riga di MEDIE.DAT
      *Rimette in linea con VOTI.DAT la riga di MR-ID-Studente,
      *MR-Periodo e MR-Materia, rileggendo tutti i voti di quel
      *gruppo di chiavi; il file dei voti resta aperto ma la sua
      *posizione di lettura si perde
       9800-AGGIORNA-MEDIA.
           INITIALIZE MR-Valori
           MOVE SPACES TO MR-Classe
           MOVE MR-ID-Studente TO VT-ID-Studente
           MOVE MR-Periodo TO VT-Periodo
           MOVE MR-Materia TO VT-Materia
           MOVE 0 TO VT-Progressivo
           MOVE "N" TO MR-Fine
           START FileVoti KEY IS NOT LESS THAN VT-Chiave
               INVALID KEY MOVE "S" TO MR-Fine
           END-START
           PERFORM UNTIL MR-Fine = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO MR-Fine
                   NOT AT END
                       IF VT-ID-Studente = MR-ID-Studente
                               AND VT-Periodo = MR-Periodo
                               AND VT-Materia = MR-Materia
                           PERFORM 9810-ACCUMULA-MEDIA
                       ELSE
                           MOVE "S" TO MR-Fine
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 9820-CALCOLA-MEDIA
           PERFORM 9840-SCRIVI-MEDIA.

      *Paragrafo 9810-ACCUMULA-MEDIA: voto nel suo tipo
      *Il voto letto va nel bucket del suo tipo; i giudizi (tipo G)
      *non entrano nella media
       9810-ACCUMULA-MEDIA.
           MOVE VT-Classe TO MR-Classe
           IF VT-Tipo NOT = "G"
               ADD VT-Voto TO MR-Tot-Voti
               ADD 1 TO MR-Cont-Voti
               IF VT-Data-Voto > MR-Data-Ultimo-Voto
                   MOVE VT-Data-Voto TO MR-Data-Ultimo-Voto
               END-IF
               EVALUATE VT-Tipo
                   WHEN "o" WHEN "O"
                       ADD VT-Voto TO MR-Tot-Orale
                       ADD 1 TO MR-Cont-Orale
                   WHEN "s" WHEN "S"
                       ADD VT-Voto TO MR-Tot-Scritto
                       ADD 1 TO MR-Cont-Scritto
                   WHEN "p" WHEN "P"
                       ADD VT-Voto TO MR-Tot-Pratico
                       ADD 1 TO MR-Cont-Pratico
               END-EVALUATE
           END-IF.

      *Paragrafo 9820-CALCOLA-MEDIA: media pesata
      *Medie per tipo e media pesata con i pesi del profilo della
      *classe, solo sui tipi presenti, come CALCOLA-MEDIA-PESATA del
      *registro
       9820-CALCOLA-MEDIA.
           PERFORM 9830-PESI-MEDIA
           MOVE MR-Pesi-Orale TO MR-Peso-Orale
           MOVE MR-Pesi-Scritto TO MR-Peso-Scritto
           MOVE MR-Pesi-Pratico TO MR-Peso-Pratico
           MOVE 0 TO MR-Somma-Pesata
           MOVE 0 TO MR-Peso-Usato
           IF MR-Cont-Orale > 0
               COMPUTE MR-Media-Orale ROUNDED =
                   MR-Tot-Orale / MR-Cont-Orale
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Orale * MR-Peso-Orale
               ADD MR-Peso-Orale TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Scritto > 0
               COMPUTE MR-Media-Scritto ROUNDED =
                   MR-Tot-Scritto / MR-Cont-Scritto
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Scritto * MR-Peso-Scritto
               ADD MR-Peso-Scritto TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Pratico > 0
               COMPUTE MR-Media-Pratico ROUNDED =
                   MR-Tot-Pratico / MR-Cont-Pratico
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Pratico * MR-Peso-Pratico
               ADD MR-Peso-Pratico TO MR-Peso-Usato
           END-IF
           IF MR-Peso-Usato > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Somma-Pesata / MR-Peso-Usato
           ELSE IF MR-Cont-Voti > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Tot-Voti / MR-Cont-Voti
           END-IF
           END-IF.

      *Paragrafo 9830-PESI-MEDIA: pesi della classe
      *Pesi del profilo di PESI.DAT della classe in MR-Classe (senza
      *profilo, i pesi globali del registro); il file si rilegge solo
      *al cambio di classe
       9830-PESI-MEDIA.
           IF MR-Classe NOT = MR-Pesi-Classe
               MOVE MR-Classe TO MR-Pesi-Classe
               MOVE .350 TO MR-Pesi-Orale
               MOVE .400 TO MR-Pesi-Scritto
               MOVE .250 TO MR-Pesi-Pratico
               OPEN INPUT FilePesi
               IF FS-FilePesi = "00"
                   MOVE "N" TO MR-Fine
                   PERFORM UNTIL MR-Fine = "S"
                       READ FilePesi
                           AT END
                               MOVE "S" TO MR-Fine
                           NOT AT END
                               IF PS-Classe = MR-Classe
                                   MOVE PS-Peso-Orale
                                       TO MR-Pesi-Orale
                                   MOVE PS-Peso-Scritto
                                       TO MR-Pesi-Scritto
                                   MOVE PS-Peso-Pratico
                                       TO MR-Pesi-Pratico
                                   MOVE "S" TO MR-Fine
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FilePesi
               END-IF
           END-IF.

      *Paragrafo 9840-SCRIVI-MEDIA: registrazione della riga
      *Scrive o riscrive la riga ricalcolata; un gruppo rimasto senza
      *voti (ultimo voto cancellato, o solo giudizi) non ha media e
      *la riga si toglie. MEDIE.DAT si crea al primo uso
       9840-SCRIVI-MEDIA.
           ACCEPT MR-Data-Oggi FROM DATE YYYYMMDD
           OPEN I-O FileMedie
           IF FS-FileMedie NOT = "00"
               OPEN OUTPUT FileMedie
               CLOSE FileMedie
               OPEN I-O FileMedie
           END-IF
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non aggiornabile (stato "
                   FS-FileMedie "): va ricostruito con RicalcolaMedie"
           ELSE
               MOVE MR-ID-Studente TO ME-ID-Studente
               MOVE MR-Periodo TO ME-Periodo
               MOVE MR-Materia TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           WRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non registrata in "
                                       "MEDIE.DAT"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           REWRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non aggiornata in "
                                       "MEDIE.DAT"
                           END-REWRITE
                       ELSE
                           DELETE FileMedie
                               INVALID KEY
                                   DISPLAY "Media non tolta da "
                                       "MEDIE.DAT"
                           END-DELETE
                       END-IF
               END-READ
               CLOSE FileMedie
           END-IF.

       END PROGRAM CorreggiVoti.
