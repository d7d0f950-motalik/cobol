       IDENTIFICATION DIVISION.
       PROGRAM-ID. Contributi.

      *Partitario di tasse e contributi degli studenti
      *(CONTRIBUTI.DAT): contributo volontario, tasse erariali di
      *iscrizione, frequenza, esame e diploma degli ultimi due anni,
      *quote per viaggi e certificazioni. Finora tutto stava nel
      *foglio elettronico del referente, che nessun altro poteva
      *controllare. Una voce per addebito, con chiave matricola +
      *progressivo: tipo, descrizione, importo, scadenza, importo
      *versato, data dell'ultimo versamento e numero della ricevuta.
      *Ogni versamento emette una ricevuta (RICEVUTA-<numero>.txt)
      *numerata sul registro di protocollo (PROTOCOLLO.DAT, tipo
      *RICEVUTA) e intestata al pagante scelto fra i tutori di
      *TUTORI.DAT. Un addebito puo' essere esonerato (merito,
      *fascia di reddito o altro motivo) e non e' piu' dovuto.
      *Il report delle morosita' di una classe (MOROSITA-<classe>
      *.txt) elenca le voci scadute non saldate e, a richiesta,
      *accoda i solleciti ai tutori su NOTIFICHE.DAT, saltando le
      *famiglie che hanno revocato il consenso alle notifiche. Il
      *rendiconto di fine anno (RENDICONTO-CONTRIBUTI-<anno>.txt)
      *totalizza per tipo addebitato, incassato ed esonerato ed
      *elenca gli esoneri concessi con il loro motivo.
      *Le borse di studio liquidate da BorseStudio entrano nel
      *partitario come voci di tipo BORSA gia' erogate per intero
      *(ricevuta = protocollo del mandato): non sono addebiti, non
      *vanno mai in morosita' e il rendiconto le totalizza a parte
      *come borse erogate nell'anno.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA e i solleciti
      *non si accodano su NOTIFICHE.DAT.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileContributi ASSIGN TO 'CONTRIBUTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-Chiave
               FILE STATUS IS FS-FileContributi.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Registro dei tutori (TUTORI.DAT, manutenuto da
      *StudentiMaster): i paganti delle ricevute e i destinatari
      *dei solleciti
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
      *Registro dei consensi (ConsensiManut): una revoca per lo
      *scopo NOTIFICHE (o TUTTI) sopprime il sollecito
           SELECT FileConsensi ASSIGN TO 'CONSENSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConsensi.
           SELECT FileNotifiche ASSIGN TO 'NOTIFICHE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNotifiche.
      *Registro di protocollo: la ricevuta e' un atto ufficiale e
      *porta il numero progressivo per anno (vedi Protocollo)
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
      *Una voce per addebito; esonero M = merito, R = fascia di
      *reddito, A = altro motivo, in bianco = dovuto
       FD  FileContributi.
       01  Contributi-Record.
           05  CB-Chiave.
               10  CB-ID-Studente PIC 9(6).
               10  CB-Progressivo PIC 9(3).
           05  CB-Anno PIC X(9).
           05  CB-Tipo PIC X(10).
           05  CB-Descrizione PIC X(30).
           05  CB-Importo PIC 9(5)V99.
           05  CB-Scadenza PIC 9(8).
           05  CB-Pagato PIC 9(5)V99.
           05  CB-Data-Pagamento PIC 9(8).
           05  CB-Ricevuta PIC 9(6).
           05  CB-Esonero PIC X(1).
               88  CB-Esonerato VALUE "M" "R" "A".
           05  CB-Motivo-Esonero PIC X(30).
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
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
       FD  FileConsensi.
       01  FileConsensi-Record.
           05  CNS-ID-Studente PIC 9(6).
           05  CNS-Scopo PIC X(12).
           05  CNS-Canale PIC X(8).
           05  CNS-Stato PIC X(1).
           05  CNS-Data PIC 9(8).
       FD  FileNotifiche.
       01  FileNotifiche-Record PIC X(80).
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
       01  FS-FileContributi PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
       01  FS-FileConsensi PIC XX VALUE SPACES.
       01  FS-FileNotifiche PIC XX VALUE SPACES.
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
       01  Fine-Voci PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Scelto PIC X(9) VALUE SPACES.
       01  Anno-Compatto PIC X(8) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
      *Tipi di voce ammessi
       01  Tipi-Voce-Dati.
           05  FILLER PIC X(10) VALUE "CONTRIBUTO".
           05  FILLER PIC X(10) VALUE "TASSA-ISCR".
           05  FILLER PIC X(10) VALUE "TASSA-FREQ".
           05  FILLER PIC X(10) VALUE "TASSA-ESAM".
           05  FILLER PIC X(10) VALUE "TASSA-DIPL".
           05  FILLER PIC X(10) VALUE "GITA".
           05  FILLER PIC X(10) VALUE "CERTIFICAZ".
       01  Tipi-Voce-Tab REDEFINES Tipi-Voce-Dati.
           05  Tipo-Voce OCCURS 7 TIMES PIC X(10).
       01  Tipo-Idx PIC 9 VALUE 0.
       01  Tipo-Trovato PIC 9 VALUE 0.
      *Dati della voce corrente
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Progressivo-Scelto PIC 9(3) VALUE 0.
       01  Progressivo-Massimo PIC 9(3) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
           88  Studente-Trovato-Si VALUE "Y".
       01  Voce-Trovata PIC X VALUE "N".
           88  Voce-Trovata-Si VALUE "Y".
       01  Tipo-Inserito PIC X(10) VALUE SPACES.
       01  Importo-Inserito PIC 9(5)V99 VALUE 0.
       01  Scadenza-Inserita PIC 9(8) VALUE 0.
       01  Residuo PIC 9(5)V99 VALUE 0.
       01  Esonero-Inserito PIC X VALUE SPACE.
       01  Dato-Valido PIC X VALUE "N".
       01  Importo-for PIC Z(4)9.99.
       01  Totale-for PIC Z(6)9.99.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Voci-Elencate PIC 999 VALUE 0.
      *Pagante della ricevuta
       01  Tutori-Elencati PIC 99 VALUE 0.
       01  Priorita-Scelta PIC 9 VALUE 0.
       01  Pagante PIC X(40) VALUE SPACES.
      *Emissione del numero di protocollo della ricevuta
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Fine-Protocollo PIC X VALUE "N".
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
      *Morosita' di classe e solleciti
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Risposta-Solleciti PIC X VALUE SPACE.
       01  Residuo-Studente PIC 9(6)V99 VALUE 0.
       01  Residuo-Classe PIC 9(7)V99 VALUE 0.
       01  Studenti-Morosi PIC 999 VALUE 0.
       01  Solleciti-Accodati PIC 999 VALUE 0.
       01  Solleciti-Soppressi PIC 999 VALUE 0.
       01  Consenso-Negato PIC X VALUE "N".
       01  Fine-Consensi PIC X VALUE "N".
       01  Fine-Tutori PIC X VALUE "N".
       01  Avvisi-Tutori PIC 99 VALUE 0.
      *Rendiconto di fine anno: totali per tipo di voce
       01  Totali-Tipo-Tab.
           05  Totali-Tipo OCCURS 7 TIMES.
               10  TT-Addebitato PIC 9(7)V99.
               10  TT-Incassato PIC 9(7)V99.
               10  TT-Esonerato PIC 9(7)V99.
       01  Esoneri-Elencati PIC 999 VALUE 0.
       01  Borse-Erogate PIC 9(7)V99 VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre il partitario e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileContributi
           IF FS-FileContributi = "35"
               OPEN OUTPUT FileContributi
               CLOSE FileContributi
               OPEN I-O FileContributi
           END-IF
           IF FS-FileContributi NOT = "00"
               DISPLAY "Impossibile aprire CONTRIBUTI.DAT (stato "
                   FS-FileContributi ")"
               STOP RUN
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               CLOSE FileContributi
               STOP RUN
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "TASSE E CONTRIBUTI"
               DISPLAY "1: Nuovo addebito"
               DISPLAY "2: Registra versamento (con ricevuta)"
               DISPLAY "3: Esonero di un addebito"
               DISPLAY "4: Estratto conto di una matricola"
               DISPLAY "5: Morosita' di una classe"
               DISPLAY "6: Rendiconto di fine anno"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-ADDEBITO
                   WHEN 2 PERFORM 2000-VERSAMENTO
                   WHEN 3 PERFORM 3000-ESONERO
                   WHEN 4 PERFORM 4000-ESTRATTO
                   WHEN 5 PERFORM 5000-MOROSITA
                   WHEN 6 PERFORM 6000-RENDICONTO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileContributi
           CLOSE Studenti
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno scolastico in corso da
      *ANNO-CORRENTE.DAT, chiesto a video se il file manca
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
               DISPLAY "Anno scolastico (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-ADDEBITO: una nuova voce per la matricola,
      *con il progressivo successivo all'ultimo registrato
       1000-ADDEBITO.
           DISPLAY "Matricola: "
           ACCEPT Matricola-Scelta
           PERFORM 8000-LEGGI-STUDENTE
           IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica"
           ELSE
               DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20) " "
                   ST-Classe
               PERFORM 1100-CHIEDI-TIPO
               MOVE "Y" TO Dato-Valido
               DISPLAY "Descrizione: "
               MOVE SPACES TO CB-Descrizione
               ACCEPT CB-Descrizione
               DISPLAY "Importo (es. 50.00): "
               ACCEPT Importo-Inserito
               DISPLAY "Scadenza (AAAAMMGG): "
               ACCEPT Scadenza-Inserita
               IF Importo-Inserito = 0
                   DISPLAY "Importo non valido"
                   MOVE "N" TO Dato-Valido
               ELSE IF Scadenza-Inserita < 19000101
                   DISPLAY "Scadenza non valida"
                   MOVE "N" TO Dato-Valido
               END-IF
               END-IF
               IF Dato-Valido = "Y"
                   PERFORM 1200-PROSSIMO-PROGRESSIVO
                   MOVE Matricola-Scelta TO CB-ID-Studente
                   MOVE Progressivo-Massimo TO CB-Progressivo
                   MOVE Anno-Corrente TO CB-Anno
                   MOVE Tipo-Inserito TO CB-Tipo
                   MOVE Importo-Inserito TO CB-Importo
                   MOVE Scadenza-Inserita TO CB-Scadenza
                   MOVE 0 TO CB-Pagato
                   MOVE 0 TO CB-Data-Pagamento
                   MOVE 0 TO CB-Ricevuta
                   MOVE SPACE TO CB-Esonero
                   MOVE SPACES TO CB-Motivo-Esonero
                   WRITE Contributi-Record
                       INVALID KEY
                           DISPLAY "Addebito non registrato"
                       NOT INVALID KEY
                           DISPLAY "Addebito n. " CB-Progressivo
                               " registrato"
                           MOVE SPACES TO Audit-Descrizione
                           STRING "Addebito " DELIMITED BY SIZE
                               CB-Tipo DELIMITED BY SPACE
                               " matricola " DELIMITED BY SIZE
                               CB-ID-Studente DELIMITED BY SIZE
                               INTO Audit-Descrizione
                           PERFORM 9000-SCRIVI-AUDIT
                   END-WRITE
               END-IF
           END-IF.

      *Paragrafo 1100-CHIEDI-TIPO: il tipo di voce, finche' non e'
      *uno di quelli ammessi
       1100-CHIEDI-TIPO.
           MOVE 0 TO Tipo-Trovato
           PERFORM UNTIL Tipo-Trovato > 0
               DISPLAY "Tipo (CONTRIBUTO, TASSA-ISCR, TASSA-FREQ, "
                   "TASSA-ESAM, TASSA-DIPL, GITA, CERTIFICAZ): "
               ACCEPT Tipo-Inserito
               INSPECT Tipo-Inserito
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 1150-CERCA-TIPO
               IF Tipo-Trovato = 0
                   DISPLAY "Tipo non previsto"
               END-IF
           END-PERFORM.

      *Paragrafo 1150-CERCA-TIPO: posizione di Tipo-Inserito nella
      *tabella dei tipi (0 se assente)
       1150-CERCA-TIPO.
           MOVE 0 TO Tipo-Trovato
           MOVE 0 TO Tipo-Idx
           PERFORM UNTIL Tipo-Idx >= 7
               ADD 1 TO Tipo-Idx
               IF Tipo-Voce(Tipo-Idx) = Tipo-Inserito
                   MOVE Tipo-Idx TO Tipo-Trovato
                   MOVE 7 TO Tipo-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 1200-PROSSIMO-PROGRESSIVO: l'ultimo progressivo
      *della matricola piu' uno, in Progressivo-Massimo
       1200-PROSSIMO-PROGRESSIVO.
           MOVE 0 TO Progressivo-Massimo
           MOVE Matricola-Scelta TO CB-ID-Studente
           MOVE 0 TO CB-Progressivo
           START FileContributi KEY IS NOT LESS THAN CB-Chiave
               INVALID KEY MOVE "S" TO Fine-Voci
               NOT INVALID KEY MOVE "N" TO Fine-Voci
           END-START
           PERFORM UNTIL Fine-Voci = "S"
               READ FileContributi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Voci
                   NOT AT END
                       IF CB-ID-Studente = Matricola-Scelta
                           MOVE CB-Progressivo TO Progressivo-Massimo
                       ELSE
                           MOVE "S" TO Fine-Voci
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO Progressivo-Massimo.

      *Paragrafo 2000-VERSAMENTO: un versamento su una voce
      *aperta; aggiorna importo versato, data e ricevuta ed emette
      *la ricevuta protocollata
       2000-VERSAMENTO.
           PERFORM 2100-SCEGLI-VOCE
           IF Voce-Trovata-Si
               COMPUTE Residuo = CB-Importo - CB-Pagato
               IF CB-Esonerato
                   DISPLAY "Voce esonerata: nulla da versare"
               ELSE IF Residuo = 0
                   DISPLAY "Voce gia' saldata"
               ELSE
                   MOVE Residuo TO Importo-for
                   DISPLAY "Residuo da versare: " Importo-for
                   DISPLAY "Importo versato: "
                   ACCEPT Importo-Inserito
                   IF Importo-Inserito = 0
                           OR Importo-Inserito > Residuo
                       DISPLAY "Importo non valido"
                   ELSE
                       PERFORM 2200-SCEGLI-PAGANTE
                       PERFORM 7000-EMETTI-PROTOCOLLO
                       ADD Importo-Inserito TO CB-Pagato
                       MOVE Data-Oggi TO CB-Data-Pagamento
                       MOVE Protocollo-Numero TO CB-Ricevuta
                       REWRITE Contributi-Record
                           INVALID KEY
                               DISPLAY "Versamento non registrato"
                       END-REWRITE
                       PERFORM 2300-SCRIVI-RICEVUTA
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Ricevuta " DELIMITED BY SIZE
                           Protocollo-Numero DELIMITED BY SIZE
                           " matricola " DELIMITED BY SIZE
                           CB-ID-Studente DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   END-IF
               END-IF
               END-IF
           END-IF.

      *Paragrafo 2100-SCEGLI-VOCE: matricola e progressivo della
      *voce, dopo l'estratto conto della matricola; la voce resta
      *nell'area record
       2100-SCEGLI-VOCE.
           MOVE "N" TO Voce-Trovata
           DISPLAY "Matricola: "
           ACCEPT Matricola-Scelta
           PERFORM 8000-LEGGI-STUDENTE
           IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica"
           ELSE
               PERFORM 4100-ELENCA-VOCI
               IF Voci-Elencate > 0
                   DISPLAY "Progressivo della voce: "
                   ACCEPT Progressivo-Scelto
                   MOVE Matricola-Scelta TO CB-ID-Studente
                   MOVE Progressivo-Scelto TO CB-Progressivo
                   MOVE "Y" TO Voce-Trovata
                   READ FileContributi
                       INVALID KEY
                           DISPLAY "Voce non trovata"
                           MOVE "N" TO Voce-Trovata
                   END-READ
               END-IF
           END-IF.

      *Paragrafo 2200-SCEGLI-PAGANTE: il pagante fra i tutori della
      *matricola (per priorita'); senza tutori, o con 0, si digita
       2200-SCEGLI-PAGANTE.
           MOVE SPACES TO Pagante
           MOVE 0 TO Tutori-Elencati
           OPEN INPUT FileTutori
           IF FS-FileTutori = "00"
               MOVE "N" TO Fine-Tutori
               PERFORM UNTIL Fine-Tutori = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-Tutori
                       NOT AT END
                           IF TU-ID-Studente = Matricola-Scelta
                               ADD 1 TO Tutori-Elencati
                               DISPLAY TU-Priorita " " TU-Nome
                                   " (" TU-Relazione ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileTutori
           END-IF
           IF Tutori-Elencati > 0
               DISPLAY "Priorita' del tutore pagante "
                   "(0 = altro nominativo): "
               ACCEPT Priorita-Scelta
               IF Priorita-Scelta > 0
                   OPEN INPUT FileTutori
                   MOVE "N" TO Fine-Tutori
                   PERFORM UNTIL Fine-Tutori = "S"
                       READ FileTutori
                           AT END
                               MOVE "S" TO Fine-Tutori
                           NOT AT END
                               IF TU-ID-Studente = Matricola-Scelta
                                       AND TU-Priorita
                                           = Priorita-Scelta
                                   MOVE TU-Nome TO Pagante
                                   MOVE "S" TO Fine-Tutori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileTutori
               END-IF
           END-IF
           IF Pagante = SPACES
               DISPLAY "Nome e cognome del pagante: "
               ACCEPT Pagante
           END-IF.

      *Paragrafo 2300-SCRIVI-RICEVUTA: RICEVUTA-<numero>.txt per il
      *versamento appena registrato
       2300-SCRIVI-RICEVUTA.
           MOVE SPACES TO FileOut-Filename
           STRING "RICEVUTA-" DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE "Ricevuta di versamento - Registro Elettronico"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Protocollo n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Ricevuto da : " DELIMITED BY SIZE
               Pagante DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Studente    : " DELIMITED BY SIZE
               ST-Cognome(1:25) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome(1:20) DELIMITED BY "  "
               " (matr. " DELIMITED BY SIZE
               ST-ID DELIMITED BY SIZE
               ", classe " DELIMITED BY SIZE
               ST-Classe DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Causale     : " DELIMITED BY SIZE
               CB-Tipo DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               CB-Descrizione DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Importo-Inserito TO Importo-for
           MOVE SPACES TO riga
           STRING "Importo     : " DELIMITED BY SIZE
               Importo-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Data        : " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           COMPUTE Residuo = CB-Importo - CB-Pagato
           MOVE Residuo TO Importo-for
           MOVE SPACES TO riga
           STRING "Residuo     : " DELIMITED BY SIZE
               Importo-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "La segreteria" TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Ricevuta scritta su " FileOut-Filename.

      *Paragrafo 3000-ESONERO: la voce scelta diventa esonerata,
      *con il tipo e il motivo dell'esonero
       3000-ESONERO.
           PERFORM 2100-SCEGLI-VOCE
           IF Voce-Trovata-Si
               COMPUTE Residuo = CB-Importo - CB-Pagato
               IF CB-Esonerato
                   DISPLAY "Voce gia' esonerata"
               ELSE IF Residuo = 0
                   DISPLAY "Voce gia' saldata"
               ELSE
                   DISPLAY "Esonero (M = merito, R = fascia di "
                       "reddito, A = altro): "
                   ACCEPT Esonero-Inserito
                   INSPECT Esonero-Inserito CONVERTING "mra"
                       TO "MRA"
                   IF Esonero-Inserito NOT = "M"
                           AND Esonero-Inserito NOT = "R"
                           AND Esonero-Inserito NOT = "A"
                       DISPLAY "Tipo di esonero non valido"
                   ELSE
                       MOVE Esonero-Inserito TO CB-Esonero
                       DISPLAY "Motivo (delibera, fascia ISEE...): "
                       MOVE SPACES TO CB-Motivo-Esonero
                       ACCEPT CB-Motivo-Esonero
                       REWRITE Contributi-Record
                           INVALID KEY
                               DISPLAY "Esonero non registrato"
                           NOT INVALID KEY
                               DISPLAY "Esonero registrato"
                       END-REWRITE
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Esonero " DELIMITED BY SIZE
                           CB-Tipo DELIMITED BY SPACE
                           " matricola " DELIMITED BY SIZE
                           CB-ID-Studente DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   END-IF
               END-IF
               END-IF
           END-IF.

      *Paragrafo 4000-ESTRATTO: le voci di una matricola a video
       4000-ESTRATTO.
           DISPLAY "Matricola: "
           ACCEPT Matricola-Scelta
           PERFORM 8000-LEGGI-STUDENTE
           IF NOT Studente-Trovato-Si
               DISPLAY "Matricola non in anagrafica"
           ELSE
               DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20) " "
                   ST-Classe
               PERFORM 4100-ELENCA-VOCI
           END-IF.

      *Paragrafo 4100-ELENCA-VOCI: una riga per voce di
      *Matricola-Scelta (progressivo, anno, tipo, importo, versato,
      *scadenza, ricevuta ed eventuale esonero)
       4100-ELENCA-VOCI.
           MOVE 0 TO Voci-Elencate
           MOVE Matricola-Scelta TO CB-ID-Studente
           MOVE 0 TO CB-Progressivo
           START FileContributi KEY IS NOT LESS THAN CB-Chiave
               INVALID KEY MOVE "S" TO Fine-Voci
               NOT INVALID KEY MOVE "N" TO Fine-Voci
           END-START
           PERFORM UNTIL Fine-Voci = "S"
               READ FileContributi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Voci
                   NOT AT END
                       IF CB-ID-Studente = Matricola-Scelta
                           ADD 1 TO Voci-Elencate
                           PERFORM 4200-RIGA-VOCE
                           DISPLAY riga
                       ELSE
                           MOVE "S" TO Fine-Voci
                       END-IF
               END-READ
           END-PERFORM
           IF Voci-Elencate = 0
               DISPLAY "Nessuna voce per la matricola"
           END-IF.

      *Paragrafo 4200-RIGA-VOCE: la voce corrente in riga
       4200-RIGA-VOCE.
           MOVE CB-Scadenza TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           MOVE CB-Importo TO Importo-for
           STRING CB-Progressivo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CB-Anno DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CB-Tipo DELIMITED BY SIZE
               " dovuto " DELIMITED BY SIZE
               Importo-for DELIMITED BY SIZE
               " scad. " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE CB-Pagato TO Importo-for
           IF CB-Esonerato
               MOVE " ESONERO " TO riga(58:9)
               MOVE CB-Esonero TO riga(67:1)
           ELSE
               MOVE " vers." TO riga(58:6)
               MOVE Importo-for TO riga(64:8)
           END-IF.

      *Paragrafo 5000-MOROSITA: gli studenti della classe con voci
      *scadute e non saldate (esoneri esclusi), su
      *MOROSITA-<classe>.txt; a richiesta il sollecito ai tutori
       5000-MOROSITA.
           DISPLAY "Classe: "
           ACCEPT Classe-Scelta
           DISPLAY "Accodare i solleciti alle famiglie? (S/N): "
           ACCEPT Risposta-Solleciti
           MOVE SPACES TO FileOut-Filename
           STRING "MOROSITA-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Morosita' della classe " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " al " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Residuo-Classe
           MOVE 0 TO Studenti-Morosi
           MOVE 0 TO Solleciti-Accodati
           MOVE 0 TO Solleciti-Soppressi
           MOVE Classe-Scelta TO ST-Classe
           START Studenti KEY IS EQUAL TO ST-Classe
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
                           PERFORM 5100-MOROSITA-STUDENTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE Residuo-Classe TO Totale-for
           MOVE SPACES TO riga
           STRING "Studenti morosi: " DELIMITED BY SIZE
               Studenti-Morosi DELIMITED BY SIZE
               "  totale scaduto: " DELIMITED BY SIZE
               Totale-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Studenti morosi: " Studenti-Morosi
           IF Risposta-Solleciti = "S" OR "s"
               DISPLAY "Solleciti accodati: " Solleciti-Accodati
               DISPLAY "Soppressi per revoca del consenso: "
                   Solleciti-Soppressi
           END-IF
           DISPLAY "Report scritto su " FileOut-Filename.

      *Paragrafo 5100-MOROSITA-STUDENTE: le voci scadute dello
      *studente letto, con il totale e l'eventuale sollecito
       5100-MOROSITA-STUDENTE.
           MOVE 0 TO Residuo-Studente
           MOVE ST-ID TO CB-ID-Studente
           MOVE 0 TO CB-Progressivo
           START FileContributi KEY IS NOT LESS THAN CB-Chiave
               INVALID KEY MOVE "S" TO Fine-Voci
               NOT INVALID KEY MOVE "N" TO Fine-Voci
           END-START
           PERFORM UNTIL Fine-Voci = "S"
               READ FileContributi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Voci
                   NOT AT END
                       IF CB-ID-Studente NOT = ST-ID
                           MOVE "S" TO Fine-Voci
                       ELSE IF CB-Scadenza < Data-Oggi
                               AND CB-Pagato < CB-Importo
                               AND NOT CB-Esonerato
                           IF Residuo-Studente = 0
                               MOVE SPACES TO riga
                               STRING ST-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ST-Cognome(1:30) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ST-Nome(1:20) DELIMITED BY SIZE
                                   INTO riga
                               MOVE riga TO FileOut-Record
                               WRITE FileOut-Record
                           END-IF
                           COMPUTE Residuo = CB-Importo - CB-Pagato
                           ADD Residuo TO Residuo-Studente
                           PERFORM 4200-RIGA-VOCE
                           MOVE SPACES TO FileOut-Record
                           STRING "  " DELIMITED BY SIZE
                               riga DELIMITED BY SIZE
                               INTO FileOut-Record
                           WRITE FileOut-Record
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF Residuo-Studente > 0
               ADD 1 TO Studenti-Morosi
               ADD Residuo-Studente TO Residuo-Classe
               MOVE Residuo-Studente TO Totale-for
               MOVE SPACES TO riga
               STRING "  scaduto da versare: " DELIMITED BY SIZE
                   Totale-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               IF Risposta-Solleciti = "S" OR "s"
                   PERFORM 5200-SOLLECITO
               END-IF
           END-IF.

      *Paragrafo 5200-SOLLECITO: una riga in coda NOTIFICHE.DAT per
      *ogni tutore dello studente, o la riga unica storica senza
      *tutori; con il consenso revocato, o nell'ambiente di prova,
      *nessun sollecito
       5200-SOLLECITO.
           PERFORM 5300-CONTROLLA-CONSENSO
           IF Consenso-Negato = "Y"
               ADD 1 TO Solleciti-Soppressi
               MOVE "  (sollecito soppresso: consenso revocato)"
                   TO FileOut-Record
               WRITE FileOut-Record
           ELSE IF Ambiente-Prova = "S"
               ADD 1 TO Solleciti-Soppressi
               MOVE "  (sollecito soppresso: ambiente di prova)"
                   TO FileOut-Record
               WRITE FileOut-Record
           ELSE
               OPEN EXTEND FileNotifiche
               IF FS-FileNotifiche NOT = "00"
                   OPEN OUTPUT FileNotifiche
               END-IF
               MOVE 0 TO Avvisi-Tutori
               OPEN INPUT FileTutori
               IF FS-FileTutori = "00"
                   MOVE "N" TO Fine-Tutori
                   PERFORM UNTIL Fine-Tutori = "S"
                       READ FileTutori
                           AT END
                               MOVE "S" TO Fine-Tutori
                           NOT AT END
                               IF TU-ID-Studente = ST-ID
                                   ADD 1 TO Avvisi-Tutori
                                   MOVE SPACES
                                       TO FileNotifiche-Record
                                   STRING Data-Oggi
                                       DELIMITED BY SIZE
                                       " SOLLECITO-CONTRIBUTI "
                                       DELIMITED BY SIZE
                                       "matricola " DELIMITED BY SIZE
                                       ST-ID DELIMITED BY SIZE
                                       " a " DELIMITED BY SIZE
                                       TU-Nome DELIMITED BY "  "
                                       " via " DELIMITED BY SIZE
                                       TU-Canale DELIMITED BY SIZE
                                       INTO FileNotifiche-Record
                                   WRITE FileNotifiche-Record
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileTutori
               END-IF
               IF Avvisi-Tutori = 0
                   MOVE SPACES TO FileNotifiche-Record
                   STRING Data-Oggi DELIMITED BY SIZE
                       " SOLLECITO-CONTRIBUTI matricola "
                       DELIMITED BY SIZE
                       ST-ID DELIMITED BY SIZE
                       " classe " DELIMITED BY SIZE
                       ST-Classe DELIMITED BY SIZE
                       INTO FileNotifiche-Record
                   WRITE FileNotifiche-Record
               END-IF
               CLOSE FileNotifiche
               ADD 1 TO Solleciti-Accodati
           END-IF
           END-IF.

      *Paragrafo 5300-CONTROLLA-CONSENSO: l'ultima decisione in
      *CONSENSI.DAT per la matricola letta e lo scopo NOTIFICHE (o
      *TUTTI); la revoca sopprime il sollecito
       5300-CONTROLLA-CONSENSO.
           MOVE "N" TO Consenso-Negato
           OPEN INPUT FileConsensi
           IF FS-FileConsensi = "00"
               MOVE "N" TO Fine-Consensi
               PERFORM UNTIL Fine-Consensi = "S"
                   READ FileConsensi
                       AT END
                           MOVE "S" TO Fine-Consensi
                       NOT AT END
                           IF CNS-ID-Studente = ST-ID
                                   AND (CNS-Scopo = "NOTIFICHE"
                                   OR CNS-Scopo = "TUTTI")
                               IF CNS-Stato = "R"
                                   MOVE "Y" TO Consenso-Negato
                               ELSE
                                   MOVE "N" TO Consenso-Negato
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConsensi
           END-IF.

      *Paragrafo 6000-RENDICONTO: per l'anno scelto i totali per
      *tipo di voce (addebitato, incassato, esonerato) e l'elenco
      *degli esoneri con il motivo
       6000-RENDICONTO.
           DISPLAY "Anno scolastico (invio = anno in corso): "
           MOVE SPACES TO Anno-Scelto
           ACCEPT Anno-Scelto
           IF Anno-Scelto = SPACES
               MOVE Anno-Corrente TO Anno-Scelto
           END-IF
           MOVE Anno-Scelto(1:4) TO Anno-Compatto(1:4)
           MOVE Anno-Scelto(6:4) TO Anno-Compatto(5:4)
           MOVE SPACES TO FileOut-Filename
           STRING "RENDICONTO-CONTRIBUTI-" DELIMITED BY SIZE
               Anno-Compatto DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Rendiconto tasse e contributi - anno "
               DELIMITED BY SIZE
               Anno-Scelto DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Esoneri concessi:" TO FileOut-Record
           WRITE FileOut-Record
           MOVE ZEROS TO Totali-Tipo-Tab
           MOVE 0 TO Borse-Erogate
           MOVE 0 TO Esoneri-Elencati
           MOVE LOW-VALUES TO CB-Chiave
           START FileContributi KEY IS NOT LESS THAN CB-Chiave
               INVALID KEY MOVE "S" TO Fine-Voci
               NOT INVALID KEY MOVE "N" TO Fine-Voci
           END-START
           PERFORM UNTIL Fine-Voci = "S"
               READ FileContributi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Voci
                   NOT AT END
                       IF CB-Anno = Anno-Scelto
                           PERFORM 6100-ACCUMULA-VOCE
                       END-IF
               END-READ
           END-PERFORM
           IF Esoneri-Elencati = 0
               MOVE "  nessuno" TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Tipo        Addebitato   Incassato   Esonerato"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Tipo-Idx
           PERFORM UNTIL Tipo-Idx >= 7
               ADD 1 TO Tipo-Idx
               MOVE SPACES TO riga
               MOVE Tipo-Voce(Tipo-Idx) TO riga(1:10)
               MOVE TT-Addebitato(Tipo-Idx) TO Totale-for
               MOVE Totale-for TO riga(12:10)
               MOVE TT-Incassato(Tipo-Idx) TO Totale-for
               MOVE Totale-for TO riga(24:10)
               MOVE TT-Esonerato(Tipo-Idx) TO Totale-for
               MOVE Totale-for TO riga(36:10)
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           MOVE "Borse di studio erogate:" TO riga(1:24)
           MOVE Borse-Erogate TO Totale-for
           MOVE Totale-for TO riga(36:10)
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Esoneri elencati: " Esoneri-Elencati
           DISPLAY "Rendiconto scritto su " FileOut-Filename.

      *Paragrafo 6100-ACCUMULA-VOCE: la voce letta nei totali del
      *suo tipo; un esonero va anche in elenco (la quota esonerata
      *e' il residuo non versato); una borsa liquidata va fra le
      *borse erogate
       6100-ACCUMULA-VOCE.
           IF CB-Tipo = "BORSA"
               ADD CB-Pagato TO Borse-Erogate
           END-IF
           MOVE CB-Tipo TO Tipo-Inserito
           PERFORM 1150-CERCA-TIPO
           IF Tipo-Trovato > 0
               ADD CB-Importo TO TT-Addebitato(Tipo-Trovato)
               ADD CB-Pagato TO TT-Incassato(Tipo-Trovato)
           END-IF
           IF CB-Esonerato
               COMPUTE Residuo = CB-Importo - CB-Pagato
               IF Tipo-Trovato > 0
                   ADD Residuo TO TT-Esonerato(Tipo-Trovato)
               END-IF
               ADD 1 TO Esoneri-Elencati
               MOVE CB-ID-Studente TO Matricola-Scelta
               PERFORM 8000-LEGGI-STUDENTE
               MOVE Residuo TO Importo-for
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   CB-ID-Studente DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-Cognome(1:20) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CB-Tipo DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Importo-for DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CB-Esonero DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "    motivo: " DELIMITED BY SIZE
                   CB-Motivo-Esonero DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno (massimo emesso piu' uno) e la riga di registro
      *della ricevuta
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
           MOVE "RICEVUTA" TO PRT-Tipo
           MOVE Matricola-Scelta TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 8000-LEGGI-STUDENTE: anagrafica di
      *Matricola-Scelta
       8000-LEGGI-STUDENTE.
           MOVE "Y" TO Studente-Trovato
           MOVE Matricola-Scelta TO ST-ID
           READ Studenti
               INVALID KEY
                   MOVE "N" TO Studente-Trovato
                   MOVE SPACES TO ST-Cognome
                   MOVE SPACES TO ST-Nome
                   MOVE SPACES TO ST-Classe
           END-READ.

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

       END PROGRAM Contributi.
