       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblcgen.

      *    Interface comptable vers la comptabilité générale : les
      *    fichiers datés d'un jour d'exploitation donnent un fichier
      *    d'écritures daté (ecritures-AAAAMMJJ.dat), une écriture
      *    équilibrée par événement, au lieu de la ressaisie
      *    mensuelle des totaux de rapport-quittancement et des
      *    sorties de ccblpaie. Les événements sont ceux que ccblcpte
      *    impute au compte client, pour que le compte collectif
      *    clients reste égal au grand livre auxiliaire :
      *      - quittance (ccblquit) : débit clients, crédit produits ;
      *      - paiement rapproché ou en écart (ccblpaie) : débit
      *        banque, crédit clients, l'écart pour le montant reçu ;
      *      - paiement d'ID-NUM inconnu : débit banque, crédit
      *        compte d'attente, soldé vers clients quand il est
      *        finalement rapproché ;
      *      - prélèvement rejeté (ccblsepa) : débit clients, crédit
      *        banque.
      *    Chaque ligne porte le montant d'origine et sa devise, et
      *    le montant en euros au taux du jour (taux-change.dat). Les
      *    écritures sont d'abord écrites dans un fichier de travail :
      *    le fichier daté n'est produit que si le total des débits
      *    égale celui des crédits. Le traitement C clôt un mois :
      *    les jours d'un mois clos ne peuvent plus être passés, et
      *    un jour déjà passé ne peut pas l'être une seconde fois.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Paramètres : numéros des comptes généraux, sur le modèle
      *    de ccblbase.par.

           SELECT CGEN-PARAM ASSIGN TO "ccblcgen.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARAM-STATUS.

      *    Journal des périodes comptables : une ligne par jour passé
      *    (P) et par mois clos (C). OPTIONAL : créé au premier
      *    passage.

           SELECT OPTIONAL CGEN-PERIODES
           ASSIGN TO "periodes-comptables.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERIODES-STATUS.

      *    Les fichiers sources du jour traité.

           SELECT QUITTANCES ASSIGN TO DYNAMIC WS-QUIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QUIT-STATUS.

           SELECT PAIE-RAPPRO ASSIGN TO DYNAMIC WS-RAPPRO-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAPPRO-STATUS.

           SELECT PAIE-ECART ASSIGN TO DYNAMIC WS-ECART-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECART-STATUS.

           SELECT PAIE-INCONNU ASSIGN TO DYNAMIC WS-INCONNU-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INCONNU-STATUS.

           SELECT SEPA-IMPAYES ASSIGN TO DYNAMIC WS-IMPAYES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IMPAYES-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

      *    Écritures en cours de constitution, puis fichier daté
      *    remis à la comptabilité générale.

           SELECT CGEN-TRAVAIL ASSIGN TO "ccblcgen-travail.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRAVAIL-STATUS.

           SELECT CGEN-ECRITURES ASSIGN TO DYNAMIC WS-ECRIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECRIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CGEN-PARAM.
       01 F-DATA-PARAM PIC X(80).

       FD CGEN-PERIODES.
       01 F-DATA-PERIODE PIC X(20).

       FD QUITTANCES.
       01 F-DATA-QUIT PIC X(40).

       FD PAIE-RAPPRO.
       01 F-DATA-RAPPRO PIC X(60).

       FD PAIE-ECART.
       01 F-DATA-ECART PIC X(70).

       FD PAIE-INCONNU.
       01 F-DATA-INCONNU PIC X(60).

       FD SEPA-IMPAYES.
       01 F-DATA-IMPAYE PIC X(50).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD CGEN-TRAVAIL.
       01 F-DATA-TRAVAIL PIC X(120).

       FD CGEN-ECRITURES.
       01 F-DATA-ECRITURE PIC X(120).

       WORKING-STORAGE SECTION.
       01  PARAM-STATUS PIC X(2).
       01  PERIODES-STATUS PIC X(2).
       01  QUIT-STATUS PIC X(2).
       01  RAPPRO-STATUS PIC X(2).
       01  ECART-STATUS PIC X(2).
       01  INCONNU-STATUS PIC X(2).
       01  IMPAYES-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  TRAVAIL-STATUS PIC X(2).
       01  ECRIT-STATUS PIC X(2).

      *    Traitement choisi (P = passation d'un jour, C = clôture
      *    d'un mois), date des fichiers à passer ou mois à clore,
      *    et noms des fichiers construits sur la date.

       01  WS-TRAITEMENT PIC X(1).
       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-TRAITEE PIC 9(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-PERIODE PIC 9(6).
       01  WS-QUIT-FILENAME PIC X(40).
       01  WS-RAPPRO-FILENAME PIC X(40).
       01  WS-ECART-FILENAME PIC X(40).
       01  WS-INCONNU-FILENAME PIC X(40).
       01  WS-IMPAYES-FILENAME PIC X(40).
       01  WS-ECRIT-FILENAME PIC X(40).

      *    Dépouillement du fichier de paramètres. Mots-clés admis :
      *    CLIENTS, PRODUITS, BANQUE et ATTENTE, chacun suivi du
      *    numéro de compte général (411000, 706000, 512000 et
      *    471000 à défaut).

       01  WS-PARAM-REC PIC X(80).
       01  WS-PARAM-DETAIL REDEFINES WS-PARAM-REC.
           03 WS-PARAM-CLE PIC X(10).
           03 FILLER PIC X(1).
           03 WS-PARAM-VALEUR PIC X(69).
       01  WS-CPT-CLIENTS PIC X(8) VALUE "411000".
       01  WS-CPT-PRODUITS PIC X(8) VALUE "706000".
       01  WS-CPT-BANQUE PIC X(8) VALUE "512000".
       01  WS-CPT-ATTENTE PIC X(8) VALUE "471000".

      *    Ligne du journal des périodes : type (P jour passé, C mois
      *    clos), date du jour passé ou mois clos (AAAAMM00), et date
      *    de l'opération.

       01  WS-PER-LIGNE.
           03 WS-PER-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 WS-PER-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 WS-PER-OPERATION PIC 9(8).
           03 FILLER PIC X(1).
       01  WS-PER-JOUR-PASSE PIC X(1).
       01  WS-PER-MOIS-CLOS PIC X(1).

      *    Lignes des fichiers sources, comme écrites par ccblquit,
      *    ccblpaie et ccblsepa.

       01  WS-QUIT-LIGNE.
           03 WS-QUIT-ID PIC X(8).
           03 WS-QUIT-DATE PIC 9(8).
           03 WS-QUIT-MONTANT PIC 9(8).
           03 WS-QUIT-DEVISE PIC X(3).
           03 WS-QUIT-CONTRAT PIC 9(8).
           03 WS-QUIT-NO PIC X(3).
           03 FILLER PIC X(2).

       01  WS-PAIE-LIGNE.
           03 WS-PAIE-DATE PIC 9(8).
           03 WS-PAIE-MONTANT PIC 9(8).
           03 WS-PAIE-DEVISE PIC X(3).
           03 WS-PAIE-REF PIC X(8).
           03 WS-PAIE-CONTRAT PIC X(3).
           03 WS-PAIE-ORIGINE PIC X(1).

       01  WS-ECART-LIGNE PIC X(70).
       01  WS-ECART-REF PIC X(8).
       01  WS-ECART-MOT1 PIC X(10).
       01  WS-ECART-RECU PIC X(9).
       01  WS-ECART-DEVISE PIC X(3).
       01  WS-ECART-MOT2 PIC X(10).
       01  WS-ECART-ATTENDU PIC X(9).
       01  WS-ECART-DEVISE2 PIC X(3).
       01  WS-ECART-DATE PIC X(8).
       01  WS-ECART-ORIGINE PIC X(1).
       01  WS-ECART-MONTANT PIC 9(8).

       01  WS-IMPAYE-LIGNE.
           03 WS-IMPAYE-ID PIC X(8).
           03 WS-IMPAYE-CONTRAT PIC X(3).
           03 WS-IMPAYE-ECHEANCE PIC 9(8).
           03 WS-IMPAYE-MONTANT PIC 9(8).
           03 WS-IMPAYE-DEVISE PIC X(3).
           03 WS-IMPAYE-MOTIF PIC X(4).
           03 WS-IMPAYE-DATE-REJET PIC 9(8).
           03 FILLER PIC X(8).

      *    Événement à passer, préparé par la lecture de chaque
      *    source : journal (VT ventes, BQ banque, OD opérations
      *    diverses), date de la pièce, ID-NUM, montant et devise
      *    d'origine, comptes débité et crédité, libellé.

       01  WS-EV-JOURNAL PIC X(2).
       01  WS-EV-DATE PIC 9(8).
       01  WS-EV-ID PIC X(8).
       01  WS-EV-MONTANT PIC 9(8).
       01  WS-EV-DEVISE PIC X(3).
       01  WS-EV-DEBIT PIC X(8).
       01  WS-EV-CREDIT PIC X(8).
       01  WS-EV-LIBELLE PIC X(30).

      *    Ligne d'écriture : journal, numéro de l'écriture dans le
      *    fichier, date de la pièce, période comptable (AAAAMM),
      *    compte général, compte auxiliaire (l'ID-NUM sur le compte
      *    clients), sens, montant en euros, montant et devise
      *    d'origine, taux appliqué, libellé.

       01  WS-EC-LIGNE.
           03 WS-EC-JOURNAL PIC X(2).
           03 FILLER PIC X(1).
           03 WS-EC-NUMERO PIC 9(6).
           03 FILLER PIC X(1).
           03 WS-EC-DATE PIC 9(8).
           03 FILLER PIC X(1).
           03 WS-EC-PERIODE PIC 9(6).
           03 FILLER PIC X(1).
           03 WS-EC-COMPTE PIC X(8).
           03 FILLER PIC X(1).
           03 WS-EC-AUXILIAIRE PIC X(8).
           03 FILLER PIC X(1).
           03 WS-EC-SENS PIC X(1).
           03 FILLER PIC X(1).
           03 WS-EC-MONTANT-EUR PIC 9(10).
           03 FILLER PIC X(1).
           03 WS-EC-MONTANT-ORIG PIC 9(8).
           03 FILLER PIC X(1).
           03 WS-EC-DEVISE PIC X(3).
           03 FILLER PIC X(1).
           03 WS-EC-TAUX PIC 9(3)V9(4).
           03 FILLER PIC X(1).
           03 WS-EC-LIBELLE PIC X(30).
           03 FILLER PIC X(12).

      *    Table de conversion en euros : les quatre codes
      *    historiques et les taux du jour, sur le modèle de
      *    ccblirp. Un code non reconnu est passé tel quel (taux 1).

       01  WS-CONV-NB PIC 9(2) VALUE 4.
       01  WS-CONV-IDX PIC 9(2).
       01  WS-CONV-TROUVE PIC X(1).
        01  WS-CONV-TABLE.
           03 WS-CONV-ENTRY OCCURS 10 TIMES.
            05 WS-CONV-CODE PIC X(3).
            05 WS-CONV-TAUX PIC 9(3)V9(4).
       01  WS-TAUX-REC.
           03 WS-TAUX-CODE PIC X(3).
           03 WS-TAUX-VALEUR PIC 9(3)V9(4).
       01  WS-TAUX-APPLIQUE PIC 9(3)V9(4).
       01  WS-MONTANT-EUR PIC 9(10).

      *    Compteurs et totaux du passage, le contrôle d'équilibre
      *    portant sur les montants en euros.

       01  WS-NUMERO PIC 9(6) VALUE 0.
       01  WS-CPT-LIGNES PIC 9(6) VALUE 0.
       01  WS-CPT-QUITTANCES PIC 9(5) VALUE 0.
       01  WS-CPT-PAIEMENTS PIC 9(5) VALUE 0.
       01  WS-CPT-ECARTS PIC 9(5) VALUE 0.
       01  WS-CPT-INCONNUS PIC 9(5) VALUE 0.
       01  WS-CPT-AFFECTES PIC 9(5) VALUE 0.
       01  WS-CPT-IMPAYES PIC 9(5) VALUE 0.
       01  WS-CPT-DEJA-PASSES PIC 9(5) VALUE 0.
       01  WS-TOTAL-DEBIT PIC 9(12) VALUE 0.
       01  WS-TOTAL-CREDIT PIC 9(12) VALUE 0.
       01  WS-TOTAL-EDIT PIC X(13).
       01  WS-TOTAL-EDIT2 PIC X(13).
       01  VIRGULE PIC X VALUE ",".
       01  WS-FIN-FICHIER PIC X(1).

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.

      *    Choix du traitement.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Traitement (P=passation C=clôture) ?".
           ACCEPT WS-TRAITEMENT.
           INSPECT WS-TRAITEMENT CONVERTING "pc" TO "PC".
           IF WS-TRAITEMENT = "P"
               PERFORM PASSER-JOURNEE
           ELSE
               IF WS-TRAITEMENT = "C"
                   PERFORM CLORE-PERIODE
               ELSE
                   DISPLAY "Choix non reconnu."
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

        PASSER-JOURNEE.

      *    Traitement P : saisie de la date des fichiers à passer,
      *    comme dans ccblcpte. Une saisie vide prend la date
      *    système : c'est le passage de fin de chaîne, après
      *    ccblcpte.

           DISPLAY "Date des fichiers à passer (AAAAMMJJ, "
               "vide = aujourd'hui) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-TRAITEE
           ELSE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-TRAITEE
           END-IF.
           MOVE WS-DATE-TRAITEE(1:6) TO WS-PERIODE.

      *    Un mois clos ou un jour déjà passé est refusé.

           PERFORM LIRE-PERIODES.
           IF WS-PER-MOIS-CLOS = "O"
               DISPLAY "Période " WS-PERIODE " close : passation "
                   "refusée."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PER-JOUR-PASSE = "O"
               DISPLAY "Fichiers du " WS-DATE-TRAITEE
                   " déjà passés : passation refusée."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "quittances-"   DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-QUIT-FILENAME.
           STRING "paiements-rapproches-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE         DELIMITED BY SIZE
                  ".dat"                  DELIMITED BY SIZE
                  INTO WS-RAPPRO-FILENAME.
           STRING "paiements-ecarts-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE     DELIMITED BY SIZE
                  ".dat"              DELIMITED BY SIZE
                  INTO WS-ECART-FILENAME.
           STRING "paiements-inconnus-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE       DELIMITED BY SIZE
                  ".dat"                DELIMITED BY SIZE
                  INTO WS-INCONNU-FILENAME.
           STRING "impayes-sepa-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-IMPAYES-FILENAME.
           STRING "ecritures-"    DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-ECRIT-FILENAME.

           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-TAUX.

           OPEN OUTPUT CGEN-TRAVAIL.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Ouverture CGEN-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           PERFORM PASSER-QUITTANCES.
           PERFORM PASSER-RAPPROCHES.
           PERFORM PASSER-ECARTS.
           PERFORM PASSER-INCONNUS.
           PERFORM PASSER-IMPAYES.

           CLOSE CGEN-TRAVAIL.

           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDIT(1:10).
           MOVE VIRGULE TO WS-TOTAL-EDIT(11:1).
           MOVE WS-TOTAL-DEBIT(11:2) TO WS-TOTAL-EDIT(12:2).
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-EDIT2(1:10).
           MOVE VIRGULE TO WS-TOTAL-EDIT2(11:1).
           MOVE WS-TOTAL-CREDIT(11:2) TO WS-TOTAL-EDIT2(12:2).

           DISPLAY "Passation comptable du " WS-DATE-TRAITEE ".".
           DISPLAY "Quittances           : " WS-CPT-QUITTANCES.
           DISPLAY "Paiements rapprochés : " WS-CPT-PAIEMENTS.
           DISPLAY "Paiements en écart   : " WS-CPT-ECARTS.
           DISPLAY "Paiements inconnus   : " WS-CPT-INCONNUS.
           DISPLAY "Inconnus affectés    : " WS-CPT-AFFECTES.
           DISPLAY "Prélèvements rejetés : " WS-CPT-IMPAYES.
           DISPLAY "Déjà passés (rejeu)  : " WS-CPT-DEJA-PASSES.
           DISPLAY "Écritures            : " WS-NUMERO.
           DISPLAY "Total débit EUR      : " WS-TOTAL-EDIT.
           DISPLAY "Total crédit EUR     : " WS-TOTAL-EDIT2.

      *    Contrôle d'équilibre : un fichier déséquilibré n'est pas
      *    produit. Un jour sans aucune pièce n'est pas noté passé,
      *    pour pouvoir être repris quand les fichiers arrivent.

           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               DISPLAY "Débits et crédits déséquilibrés : fichier "
                   "d'écritures non produit."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-NUMERO = 0
               DISPLAY "Aucune pièce à passer pour le "
                   WS-DATE-TRAITEE "."
           ELSE
               PERFORM PRODUIRE-ECRITURES
               MOVE SPACES TO WS-PER-LIGNE
               MOVE "P" TO WS-PER-TYPE
               MOVE WS-DATE-TRAITEE TO WS-PER-DATE
               PERFORM NOTER-PERIODE
               DISPLAY "Fichier produit : " WS-ECRIT-FILENAME
           END-IF.

        CLORE-PERIODE.

      *    Traitement C : clôture d'un mois (AAAAMM). Un mois déjà
      *    clos est signalé ; une fois clos, aucun de ses jours ne
      *    peut plus être passé.

           DISPLAY "Mois à clore (AAAAMM) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE(1:6) NOT NUMERIC
               OR WS-SAISIE-DATE(7:2) NOT = SPACES
               OR WS-SAISIE-DATE(5:2) < "01"
               OR WS-SAISIE-DATE(5:2) > "12"
               DISPLAY "Mois invalide."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SAISIE-DATE(1:6) TO WS-PERIODE.
           MOVE 0 TO WS-DATE-TRAITEE.
           PERFORM LIRE-PERIODES.
           IF WS-PER-MOIS-CLOS = "O"
               DISPLAY "Période " WS-PERIODE " déjà close."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PER-LIGNE
               MOVE "C" TO WS-PER-TYPE
               MOVE 0 TO WS-PER-DATE
               MOVE WS-PERIODE TO WS-PER-DATE(1:6)
               PERFORM NOTER-PERIODE
               DISPLAY "Période " WS-PERIODE " close."
           END-IF.

        LIRE-PERIODES.

      *    Balayage du journal des périodes : le mois WS-PERIODE
      *    est-il clos, le jour WS-DATE-TRAITEE déjà passé ? Journal
      *    absent = rien encore passé ni clos.

           MOVE "N" TO WS-PER-JOUR-PASSE.
           MOVE "N" TO WS-PER-MOIS-CLOS.
           OPEN INPUT CGEN-PERIODES.
           IF PERIODES-STATUS = "00"
               PERFORM LIRE-PERIODE UNTIL PERIODES-STATUS = "10"
               CLOSE CGEN-PERIODES
           ELSE
               IF PERIODES-STATUS NOT = "05"
                   MOVE "Ouverture CGEN-PERIODES" TO WS-ABANDON-TEXTE
                   MOVE PERIODES-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               CLOSE CGEN-PERIODES
           END-IF.

        LIRE-PERIODE.

           READ CGEN-PERIODES INTO WS-PER-LIGNE.
           IF PERIODES-STATUS = "00"
               IF WS-PER-TYPE = "C"
                   AND WS-PER-DATE(1:6) = WS-PERIODE
                   MOVE "O" TO WS-PER-MOIS-CLOS
               END-IF
               IF WS-PER-TYPE = "P"
                   AND WS-PER-DATE = WS-DATE-TRAITEE
                   MOVE "O" TO WS-PER-JOUR-PASSE
               END-IF
           ELSE
               IF PERIODES-STATUS NOT = "10"
                   MOVE "Lecture CGEN-PERIODES" TO WS-ABANDON-TEXTE
                   MOVE PERIODES-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        NOTER-PERIODE.

      *    Inscription au journal des périodes de la ligne préparée
      *    dans WS-PER-LIGNE.

           MOVE WS-DATE-JOUR TO WS-PER-OPERATION.
           OPEN EXTEND CGEN-PERIODES.
           IF PERIODES-STATUS NOT = "00" AND PERIODES-STATUS NOT = "05"
               MOVE "Ouverture CGEN-PERIODES" TO WS-ABANDON-TEXTE
               MOVE PERIODES-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           WRITE F-DATA-PERIODE FROM WS-PER-LIGNE.
           IF PERIODES-STATUS NOT = "00"
               MOVE "Écriture CGEN-PERIODES" TO WS-ABANDON-TEXTE
               MOVE PERIODES-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CGEN-PERIODES.

        CHARGER-PARAMETRES.

      *    Dépouillement du fichier de paramètres ccblcgen.par, sur
      *    le modèle de ccblbase. Fichier facultatif (statut "35").

           OPEN INPUT CGEN-PARAM.
           IF PARAM-STATUS = "00"
               PERFORM LIRE-PARAMETRE UNTIL PARAM-STATUS = "10"
               CLOSE CGEN-PARAM
           ELSE
               IF PARAM-STATUS NOT = "35"
                   MOVE "Ouverture CGEN-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-PARAMETRE.

      *    Lecture et application d'une ligne de paramètre. Les
      *    lignes vides ou commençant par "*" sont ignorées, tout
      *    autre mot-clé coupe le traitement, comme dans ccblbase.

           READ CGEN-PARAM INTO WS-PARAM-REC.
           IF PARAM-STATUS = "00"
               IF WS-PARAM-REC = SPACES
                   OR WS-PARAM-REC(1:1) = "*"
                   CONTINUE
               ELSE
                   EVALUATE WS-PARAM-CLE
                       WHEN "CLIENTS"
                           MOVE WS-PARAM-VALEUR(1:8)
                               TO WS-CPT-CLIENTS
                       WHEN "PRODUITS"
                           MOVE WS-PARAM-VALEUR(1:8)
                               TO WS-CPT-PRODUITS
                       WHEN "BANQUE"
                           MOVE WS-PARAM-VALEUR(1:8)
                               TO WS-CPT-BANQUE
                       WHEN "ATTENTE"
                           MOVE WS-PARAM-VALEUR(1:8)
                               TO WS-CPT-ATTENTE
                       WHEN OTHER
                           MOVE "Paramètre inconnu"
                               TO WS-ABANDON-TEXTE
                           MOVE WS-PARAM-CLE
                               TO WS-ABANDON-TEXTE(20:10)
                           MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                   END-EVALUATE
               END-IF
           ELSE
               IF PARAM-STATUS NOT = "10"
                   MOVE "Lecture CGEN-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CHARGER-TAUX.

      *    Mise en place de la table de conversion et lecture des
      *    taux du jour, sur le modèle de ccblbase : fichier absent
      *    ou devise reconnue sans taux coupent le traitement.

           MOVE "EUR" TO WS-CONV-CODE(1).
           MOVE "USD" TO WS-CONV-CODE(2).
           MOVE "GBP" TO WS-CONV-CODE(3).
           MOVE "CHF" TO WS-CONV-CODE(4).
           PERFORM RAZ-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.
           OPEN INPUT ASSU-TAUX.
           IF TAUX-STATUS NOT = "00"
               MOVE "Ouverture ASSU-TAUX" TO WS-ABANDON-TEXTE
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM LIRE-TAUX UNTIL TAUX-STATUS = "10".
           CLOSE ASSU-TAUX.
           PERFORM CONTROLER-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.

        RAZ-TAUX.

           MOVE 0 TO WS-CONV-TAUX(WS-CONV-IDX).

        LIRE-TAUX.

           READ ASSU-TAUX INTO WS-TAUX-REC.
           IF TAUX-STATUS = "00"
               PERFORM RANGER-TAUX VARYING WS-CONV-IDX
               FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           ELSE
               IF TAUX-STATUS NOT = "10"
                   MOVE "Lecture ASSU-TAUX" TO WS-ABANDON-TEXTE
                   MOVE TAUX-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        RANGER-TAUX.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-TAUX-CODE
               AND WS-TAUX-VALEUR NUMERIC
               MOVE WS-TAUX-VALEUR TO WS-CONV-TAUX(WS-CONV-IDX)
           END-IF.

        CONTROLER-TAUX.

           IF WS-CONV-TAUX(WS-CONV-IDX) = 0
               MOVE "Taux manquant devise" TO WS-ABANDON-TEXTE
               MOVE WS-CONV-CODE(WS-CONV-IDX)
                   TO WS-ABANDON-TEXTE(22:3)
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        PASSER-QUITTANCES.

      *    Quittances du jour : débit clients, crédit produits, au
      *    journal des ventes. Pas de quittancement ce jour-là
      *    (fichier absent) : rien à passer.

           OPEN INPUT QUITTANCES.
           IF QUIT-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-QUITTANCE UNTIL WS-FIN-FICHIER = "O"
               CLOSE QUITTANCES
           ELSE
               IF QUIT-STATUS NOT = "35"
                   MOVE "Ouverture QUITTANCES" TO WS-ABANDON-TEXTE
                   MOVE QUIT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-QUITTANCE.

           READ QUITTANCES INTO WS-QUIT-LIGNE.
           IF QUIT-STATUS = "00"
               IF WS-QUIT-ID NOT = SPACES
                   AND WS-QUIT-MONTANT NUMERIC
                   MOVE "VT" TO WS-EV-JOURNAL
                   MOVE WS-QUIT-DATE TO WS-EV-DATE
                   MOVE WS-QUIT-ID TO WS-EV-ID
                   MOVE WS-QUIT-MONTANT TO WS-EV-MONTANT
                   MOVE WS-QUIT-DEVISE TO WS-EV-DEVISE
                   MOVE WS-CPT-CLIENTS TO WS-EV-DEBIT
                   MOVE WS-CPT-PRODUITS TO WS-EV-CREDIT
                   MOVE SPACES TO WS-EV-LIBELLE
                   STRING "Quittance " DELIMITED BY SIZE
                          WS-QUIT-ID   DELIMITED BY SIZE
                          " ctr "      DELIMITED BY SIZE
                          WS-QUIT-NO   DELIMITED BY SIZE
                          INTO WS-EV-LIBELLE
                   PERFORM PASSER-ECRITURE
                   ADD 1 TO WS-CPT-QUITTANCES
               END-IF
           ELSE
               IF QUIT-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture QUITTANCES" TO WS-ABANDON-TEXTE
                   MOVE QUIT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        PASSER-RAPPROCHES.

      *    Paiements rapprochés du jour : débit banque, crédit
      *    clients. Un écart rejoué (marque "E") a été passé le jour
      *    de l'écart ; un inconnu rejoué (marque "I") est déjà en
      *    banque, au compte d'attente, qui est soldé vers clients.

           OPEN INPUT PAIE-RAPPRO.
           IF RAPPRO-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-RAPPROCHE UNTIL WS-FIN-FICHIER = "O"
               CLOSE PAIE-RAPPRO
           ELSE
               IF RAPPRO-STATUS NOT = "35"
                   MOVE "Ouverture PAIE-RAPPRO" TO WS-ABANDON-TEXTE
                   MOVE RAPPRO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-RAPPROCHE.

           READ PAIE-RAPPRO INTO WS-PAIE-LIGNE.
           IF RAPPRO-STATUS = "00"
               IF WS-PAIE-ORIGINE = "E"
                   ADD 1 TO WS-CPT-DEJA-PASSES
               ELSE
                   MOVE WS-PAIE-DATE TO WS-EV-DATE
                   MOVE WS-PAIE-REF TO WS-EV-ID
                   MOVE WS-PAIE-MONTANT TO WS-EV-MONTANT
                   MOVE WS-PAIE-DEVISE TO WS-EV-DEVISE
                   MOVE WS-CPT-CLIENTS TO WS-EV-CREDIT
                   MOVE SPACES TO WS-EV-LIBELLE
                   IF WS-PAIE-ORIGINE = "I"
                       MOVE "OD" TO WS-EV-JOURNAL
                       MOVE WS-CPT-ATTENTE TO WS-EV-DEBIT
                       STRING "Affectation paiement " DELIMITED BY SIZE
                              WS-PAIE-REF DELIMITED BY SIZE
                              INTO WS-EV-LIBELLE
                       ADD 1 TO WS-CPT-AFFECTES
                   ELSE
                       MOVE "BQ" TO WS-EV-JOURNAL
                       MOVE WS-CPT-BANQUE TO WS-EV-DEBIT
                       STRING "Paiement " DELIMITED BY SIZE
                              WS-PAIE-REF DELIMITED BY SIZE
                              " ctr "     DELIMITED BY SIZE
                              WS-PAIE-CONTRAT DELIMITED BY SIZE
                              INTO WS-EV-LIBELLE
                       ADD 1 TO WS-CPT-PAIEMENTS
                   END-IF
                   PERFORM PASSER-ECRITURE
               END-IF
           ELSE
               IF RAPPRO-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-RAPPRO" TO WS-ABANDON-TEXTE
                   MOVE RAPPRO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        PASSER-ECARTS.

      *    Paiements en écart vus pour la première fois : débit
      *    banque, crédit clients, du montant reçu, comme ccblcpte.
      *    Un écart d'un inconnu rejoué (marque "I") solde le compte
      *    d'attente ; un écart rejoué (marque "E") est déjà passé.

           OPEN INPUT PAIE-ECART.
           IF ECART-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-ECART UNTIL WS-FIN-FICHIER = "O"
               CLOSE PAIE-ECART
           ELSE
               IF ECART-STATUS NOT = "35"
                   MOVE "Ouverture PAIE-ECART" TO WS-ABANDON-TEXTE
                   MOVE ECART-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-ECART.

      *    Dépouillement d'une ligne d'écart, comme dans ccblcpte.

           READ PAIE-ECART INTO WS-ECART-LIGNE.
           IF ECART-STATUS = "00"
               MOVE SPACES TO WS-ECART-ORIGINE
               UNSTRING WS-ECART-LIGNE DELIMITED BY ALL " "
                   INTO WS-ECART-REF WS-ECART-MOT1 WS-ECART-RECU
                        WS-ECART-DEVISE WS-ECART-MOT2
                        WS-ECART-ATTENDU WS-ECART-DEVISE2
                        WS-ECART-DATE WS-ECART-ORIGINE
               END-UNSTRING
               MOVE WS-ECART-RECU(1:6) TO WS-ECART-MONTANT(1:6)
               MOVE WS-ECART-RECU(8:2) TO WS-ECART-MONTANT(7:2)
               IF WS-ECART-ORIGINE = "E"
                   ADD 1 TO WS-CPT-DEJA-PASSES
               ELSE
                   IF WS-ECART-MONTANT NUMERIC
                       AND WS-ECART-DATE NUMERIC
                       PERFORM PREPARER-ECART
                       PERFORM PASSER-ECRITURE
                       ADD 1 TO WS-CPT-ECARTS
                   ELSE
                       DISPLAY "Ligne d'écart illisible ignorée : "
                           WS-ECART-REF
                   END-IF
               END-IF
           ELSE
               IF ECART-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-ECART" TO WS-ABANDON-TEXTE
                   MOVE ECART-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        PREPARER-ECART.

           MOVE WS-ECART-DATE TO WS-EV-DATE.
           MOVE WS-ECART-REF TO WS-EV-ID.
           MOVE WS-ECART-MONTANT TO WS-EV-MONTANT.
           MOVE WS-ECART-DEVISE TO WS-EV-DEVISE.
           MOVE WS-CPT-CLIENTS TO WS-EV-CREDIT.
           MOVE SPACES TO WS-EV-LIBELLE.
           STRING "Paiement (écart) " DELIMITED BY SIZE
                  WS-ECART-REF        DELIMITED BY SIZE
                  INTO WS-EV-LIBELLE.
           IF WS-ECART-ORIGINE = "I"
               MOVE "OD" TO WS-EV-JOURNAL
               MOVE WS-CPT-ATTENTE TO WS-EV-DEBIT
           ELSE
               MOVE "BQ" TO WS-EV-JOURNAL
               MOVE WS-CPT-BANQUE TO WS-EV-DEBIT
           END-IF.

        PASSER-INCONNUS.

      *    Paiements d'ID-NUM inconnu vus pour la première fois :
      *    l'argent est en banque mais n'est à aucun client, il
      *    passe au compte d'attente. Un inconnu rejoué (marque "I")
      *    y est déjà.

           OPEN INPUT PAIE-INCONNU.
           IF INCONNU-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-INCONNU UNTIL WS-FIN-FICHIER = "O"
               CLOSE PAIE-INCONNU
           ELSE
               IF INCONNU-STATUS NOT = "35"
                   MOVE "Ouverture PAIE-INCONNU" TO WS-ABANDON-TEXTE
                   MOVE INCONNU-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-INCONNU.

           READ PAIE-INCONNU INTO WS-PAIE-LIGNE.
           IF INCONNU-STATUS = "00"
               IF WS-PAIE-ORIGINE NOT = SPACE
                   ADD 1 TO WS-CPT-DEJA-PASSES
               ELSE
                   IF WS-PAIE-MONTANT NUMERIC
                       MOVE "BQ" TO WS-EV-JOURNAL
                       MOVE WS-PAIE-DATE TO WS-EV-DATE
                       MOVE SPACES TO WS-EV-ID
                       MOVE WS-PAIE-MONTANT TO WS-EV-MONTANT
                       MOVE WS-PAIE-DEVISE TO WS-EV-DEVISE
                       MOVE WS-CPT-BANQUE TO WS-EV-DEBIT
                       MOVE WS-CPT-ATTENTE TO WS-EV-CREDIT
                       MOVE SPACES TO WS-EV-LIBELLE
                       STRING "Paiement non identifié "
                                  DELIMITED BY SIZE
                              WS-PAIE-REF DELIMITED BY SIZE
                              INTO WS-EV-LIBELLE
                       PERFORM PASSER-ECRITURE
                       ADD 1 TO WS-CPT-INCONNUS
                   END-IF
               END-IF
           ELSE
               IF INCONNU-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-INCONNU" TO WS-ABANDON-TEXTE
                   MOVE INCONNU-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        PASSER-IMPAYES.

      *    Prélèvements rejetés traités ce jour par ccblsepa : la
      *    banque reprend l'encaissement, la créance renaît.

           OPEN INPUT SEPA-IMPAYES.
           IF IMPAYES-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-IMPAYE UNTIL WS-FIN-FICHIER = "O"
               CLOSE SEPA-IMPAYES
           ELSE
               IF IMPAYES-STATUS NOT = "35"
                   MOVE "Ouverture SEPA-IMPAYES" TO WS-ABANDON-TEXTE
                   MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-IMPAYE.

           READ SEPA-IMPAYES INTO WS-IMPAYE-LIGNE.
           IF IMPAYES-STATUS = "00"
               IF WS-IMPAYE-ID NOT = SPACES
                   AND WS-IMPAYE-MONTANT NUMERIC
                   MOVE "BQ" TO WS-EV-JOURNAL
                   MOVE WS-IMPAYE-DATE-REJET TO WS-EV-DATE
                   MOVE WS-IMPAYE-ID TO WS-EV-ID
                   MOVE WS-IMPAYE-MONTANT TO WS-EV-MONTANT
                   MOVE WS-IMPAYE-DEVISE TO WS-EV-DEVISE
                   MOVE WS-CPT-CLIENTS TO WS-EV-DEBIT
                   MOVE WS-CPT-BANQUE TO WS-EV-CREDIT
                   MOVE SPACES TO WS-EV-LIBELLE
                   STRING "Rejet prélèvement " DELIMITED BY SIZE
                          WS-IMPAYE-MOTIF      DELIMITED BY SIZE
                          INTO WS-EV-LIBELLE
                   PERFORM PASSER-ECRITURE
                   ADD 1 TO WS-CPT-IMPAYES
               END-IF
           ELSE
               IF IMPAYES-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture SEPA-IMPAYES" TO WS-ABANDON-TEXTE
                   MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        PASSER-ECRITURE.

      *    Écriture de l'événement préparé : conversion en euros au
      *    taux du jour, puis une ligne au débit et une au crédit
      *    sous le même numéro. Le compte clients porte l'ID-NUM en
      *    compte auxiliaire.

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-APPLIQUE
           ELSE
               MOVE 1 TO WS-TAUX-APPLIQUE
           END-IF.
           COMPUTE WS-MONTANT-EUR ROUNDED =
               WS-EV-MONTANT * WS-TAUX-APPLIQUE.

           ADD 1 TO WS-NUMERO.
           MOVE SPACES TO WS-EC-LIGNE.
           MOVE WS-EV-JOURNAL TO WS-EC-JOURNAL.
           MOVE WS-NUMERO TO WS-EC-NUMERO.
           MOVE WS-EV-DATE TO WS-EC-DATE.
           MOVE WS-PERIODE TO WS-EC-PERIODE.
           MOVE WS-MONTANT-EUR TO WS-EC-MONTANT-EUR.
           MOVE WS-EV-MONTANT TO WS-EC-MONTANT-ORIG.
           MOVE WS-EV-DEVISE TO WS-EC-DEVISE.
           MOVE WS-TAUX-APPLIQUE TO WS-EC-TAUX.
           MOVE WS-EV-LIBELLE TO WS-EC-LIBELLE.

           MOVE WS-EV-DEBIT TO WS-EC-COMPTE.
           MOVE "D" TO WS-EC-SENS.
           PERFORM ECRIRE-LIGNE-ECRITURE.
           ADD WS-MONTANT-EUR TO WS-TOTAL-DEBIT.

           MOVE WS-EV-CREDIT TO WS-EC-COMPTE.
           MOVE "C" TO WS-EC-SENS.
           PERFORM ECRIRE-LIGNE-ECRITURE.
           ADD WS-MONTANT-EUR TO WS-TOTAL-CREDIT.

        ECRIRE-LIGNE-ECRITURE.

           IF WS-EC-COMPTE = WS-CPT-CLIENTS
               MOVE WS-EV-ID TO WS-EC-AUXILIAIRE
           ELSE
               MOVE SPACES TO WS-EC-AUXILIAIRE
           END-IF.
           WRITE F-DATA-TRAVAIL FROM WS-EC-LIGNE.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Écriture CGEN-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           ADD 1 TO WS-CPT-LIGNES.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-EV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

        PRODUIRE-ECRITURES.

      *    Recopie du fichier de travail, équilibré, dans le fichier
      *    daté remis à la comptabilité générale.

           OPEN INPUT CGEN-TRAVAIL.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Ouverture CGEN-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT CGEN-ECRITURES.
           IF ECRIT-STATUS NOT = "00"
               MOVE "Ouverture CGEN-ECRITURES" TO WS-ABANDON-TEXTE
               MOVE ECRIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM RECOPIER-ECRITURE UNTIL WS-FIN-FICHIER = "O".
           CLOSE CGEN-ECRITURES.
           CLOSE CGEN-TRAVAIL.

        RECOPIER-ECRITURE.

           READ CGEN-TRAVAIL INTO WS-EC-LIGNE.
           IF TRAVAIL-STATUS = "00"
               WRITE F-DATA-ECRITURE FROM WS-EC-LIGNE
               IF ECRIT-STATUS NOT = "00"
                   MOVE "Écriture CGEN-ECRITURES" TO WS-ABANDON-TEXTE
                   MOVE ECRIT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           ELSE
               IF TRAVAIL-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CGEN-TRAVAIL" TO WS-ABANDON-TEXTE
                   MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
