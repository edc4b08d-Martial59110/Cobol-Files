       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblsp.

      *    Rapport sinistres à primes (S/P) d'une période : les
      *    primes sont les quittances émises par ccblquit sur la
      *    période (fichiers quittances-AAAAMMJJ.dat, les jours sans
      *    quittancement étant simplement sautés), les sinistres
      *    sont ceux du fichier tenu par ccblsini déclarés sur la
      *    même période, comptés pour le réglé plus la provision
      *    restante. Tous les montants sont convertis en euros au
      *    taux du jour. Le rapport donne le S/P par client puis par
      *    intermédiaire (LIBELLE du maître), et le S/P global :
      *    c'est le chiffre que la souscription demande chaque
      *    trimestre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

           SELECT SINISTRES ASSIGN TO "sinistres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS F-SIN-CLE
           FILE STATUS IS SIN-STATUS.

      *    Quittances d'un jour de la période : le nom est posé dans
      *    WS-QUIT-FILENAME avant chaque ouverture.

           SELECT QUITTANCES ASSIGN TO DYNAMIC WS-QUIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QUIT-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

           SELECT SP-RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAPPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-MAITRE.
        01 F-DATA-MAITRE.
           03 F-MAITRE-ID-NUM PIC X(8).
           03 F-MAITRE-ID-NAME PIC X(15).
           03 F-MAITRE-LIBELLE PIC X(16).
           03 F-MAITRE-DESCRIPTION PIC X(40).
           03 F-MAITRE-STATUT PIC X(11).
           03 F-MAITRE-NUMBER1 PIC X(8).
           03 F-MAITRE-NUMBER2 PIC X(11).
           03 F-MAITRE-NUMBER3 PIC 9(8).
           03 F-MAITRE-EURO PIC X(3).
           03 F-MAITRE-DATE-EFFET PIC 9(8).
           03 F-MAITRE-ECHEANCE PIC 9(8).
           03 F-MAITRE-RECONDUCTION PIC X(1).

       FD SINISTRES.
        01 F-DATA-SIN.
           03 F-SIN-CLE.
              05 F-SIN-ID PIC X(8).
              05 F-SIN-NO PIC 9(4).
           03 F-SIN-DATE-DECL PIC 9(8).
           03 F-SIN-NATURE PIC X(30).
           03 F-SIN-RESERVE PIC 9(8).
           03 F-SIN-REGLE PIC 9(8).
           03 F-SIN-DEVISE PIC X(3).
           03 F-SIN-ETAT PIC X(1).
           03 F-SIN-DATE-CLOTURE PIC 9(8).
           03 F-SIN-ALERTE PIC X(1).
           03 F-SIN-DATE-REGLEMENT PIC 9(8).
           03 F-SIN-OPERATEUR PIC X(8).
           03 FILLER PIC X(5).

       FD QUITTANCES.
       01 F-DATA-QUIT PIC X(40).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD SP-RAPPORT.
       01 F-DATA-RAPPORT PIC X(110).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  SIN-STATUS PIC X(2).
       01  QUIT-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  RAPPORT-STATUS PIC X(2).

      *    Période demandée (AAAAMMJJ, saisie à la console, fin vide
      *    = date système), jour balayé et noms de fichiers.

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-DEBUT PIC 9(8).
       01  WS-DATE-FIN PIC 9(8).
       01  WS-DATE-SCAN PIC 9(8).
       01  WS-JOUR-INT PIC 9(8).
       01  WS-FIN-INT PIC 9(8).
       01  WS-QUIT-FILENAME PIC X(40).
       01  WS-RAPPORT-FILENAME PIC X(40).

      *    Ligne de quittance, comme écrite par ccblquit.

       01  WS-QUIT-LIGNE.
           03 WS-QUIT-ID PIC X(8).
           03 WS-QUIT-DATE PIC 9(8).
           03 WS-QUIT-MONTANT PIC 9(8).
           03 WS-QUIT-DEVISE PIC X(3).
           03 WS-QUIT-CONTRAT PIC 9(8).
           03 FILLER PIC X(5).

      *    Cumuls par client : primes et sinistres en euros, nombre
      *    de sinistres, IRP et nom repris du maître à la création
      *    de l'entrée. Dimensionnée comme la population de
      *    ccblmens.

       01  WS-CLI-NB PIC 9(5) VALUE 0.
       01  WS-CLI-IDX PIC 9(5).
       01  WS-CLI-TROUVE PIC X(1).
       01  WS-CLI-CHERCHE PIC X(8).
        01  WS-CLI-TABLE.
           03 WS-CLI-ENTRY OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-CLI-NB.
            05 WS-CLI-ID PIC X(8).
            05 WS-CLI-LIBELLE PIC X(16).
            05 WS-CLI-NOM PIC X(24).
            05 WS-CLI-NB-SIN PIC 9(4).
            05 WS-CLI-PRIMES PIC 9(12).
            05 WS-CLI-SINISTRES PIC 9(12).

      *    Cumuls par intermédiaire, sur le modèle de ccblirp.

       01  WS-IRP-NB PIC 9(3) VALUE 0.
       01  WS-IRP-IDX PIC 9(3).
       01  WS-IRP-TROUVE PIC X(1).
        01  WS-IRP-TABLE.
           03 WS-IRP-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-IRP-NB.
            05 WS-IRP-LIBELLE PIC X(16).
            05 WS-IRP-CLIENTS PIC 9(5).
            05 WS-IRP-NB-SIN PIC 9(5).
            05 WS-IRP-PRIMES PIC 9(12).
            05 WS-IRP-SINISTRES PIC 9(12).

      *    Table de conversion en euros : les quatre codes
      *    historiques et les taux du jour, sur le modèle de
      *    ccblirp. Un code non reconnu est versé tel quel.

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
       01  WS-CONV-DEVISE PIC X(3).
       01  WS-CONV-MONTANT PIC 9(10).
       01  WS-MONTANT-EUR PIC 9(12).

      *    Totaux généraux, compteurs et zones d'édition, les
      *    montants dans le format à virgule des rapports et le S/P
      *    en dixièmes de pour cent comme la part de ccblirp.

       01  WS-TOTAL-PRIMES PIC 9(12) VALUE 0.
       01  WS-TOTAL-SINISTRES PIC 9(12) VALUE 0.
       01  WS-TOTAL-NB-SIN PIC 9(5) VALUE 0.
       01  WS-CPT-JOURS-SERVIS PIC 9(5) VALUE 0.
       01  WS-CPT-QUITTANCES PIC 9(7) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-SP-PRIMES PIC 9(12).
       01  WS-SP-SINISTRES PIC 9(12).
       01  WS-SP-PCT PIC 9(6).
       01  WS-SP-EDIT PIC X(9).
       01  WS-EDIT-SOURCE PIC 9(12).
       01  WS-MONTANT-EDIT PIC X(13).
       01  WS-LIGNE-EDIT PIC X(110).
       01  WS-TIRET PIC X(110).
       01  WS-SPACE PIC X(50).
       01  VIRGULE PIC X VALUE ",".
       01  WS-SP-LIGNE.
           03 WS-SP-LIGNE-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-SP-LIGNE-NOM PIC X(24).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SP-LIGNE-IRP PIC X(16).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SP-LIGNE-NB PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SP-LIGNE-PRIMES PIC X(13).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SP-LIGNE-SINISTRES PIC X(13).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SP-LIGNE-SP PIC X(9).
       01  WS-SP-ENTETE.
           03 FILLER PIC X(35) VALUE "ID-NUM    Client".
           03 FILLER PIC X(17) VALUE "IRP".
           03 FILLER PIC X(6) VALUE "  Sin.".
           03 FILLER PIC X(14) VALUE "  Primes (EUR)".
           03 FILLER PIC X(14) VALUE "   Sin. (EUR)".
           03 FILLER PIC X(9) VALUE "      S/P".

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.
           MOVE ALL "-" TO WS-TIRET.
           MOVE ALL " " TO WS-SPACE.

      *    Saisie de la période. Le début est obligatoire ; une fin
      *    vide prend la date système.

           DISPLAY "Début de période (AAAAMMJJ) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "Date de début non numérique."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SAISIE-DATE TO WS-DATE-DEBUT.
           DISPLAY "Fin de période (AAAAMMJJ, vide = aujourd'hui) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               ACCEPT WS-DATE-FIN FROM DATE YYYYMMDD
           ELSE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date de fin non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-FIN
           END-IF.
           IF WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "Fin de période antérieure au début."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "rapport-sp-"  DELIMITED BY SIZE
                  WS-DATE-FIN    DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
                  INTO WS-RAPPORT-FILENAME.

           PERFORM CHARGER-TAUX.

      *    Le maître doit avoir été constitué par ccblmast : il donne
      *    l'IRP et le nom de chaque client.

           OPEN INPUT CLI-MAITRE.
           IF MAITRE-STATUS = "35"
               DISPLAY "Maître absent : lancer d'abord ccblmast"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Ouverture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    Primes : balayage des quittances de chaque jour de la
      *    période, comme ccblmens balaye les instantanés du mois.

           COMPUTE WS-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT).
           COMPUTE WS-FIN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-FIN).
           PERFORM SCANNER-JOUR UNTIL WS-JOUR-INT > WS-FIN-INT.

      *    Sinistres déclarés sur la période. Pas encore de fichier
      *    des sinistres : la charge est nulle.

           OPEN INPUT SINISTRES.
           IF SIN-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-SINISTRE UNTIL WS-FIN-FICHIER = "O"
               CLOSE SINISTRES
           ELSE
               IF SIN-STATUS = "35"
                   DISPLAY "Fichier des sinistres absent : charge "
                       "nulle."
               ELSE
                   MOVE "Ouverture SINISTRES" TO WS-ABANDON-TEXTE
                   MOVE SIN-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           CLOSE CLI-MAITRE.

           PERFORM EDITER-RAPPORT.

           DISPLAY "Rapport S/P écrit : " WS-RAPPORT-FILENAME.
           DISPLAY "Jours de quittancement : " WS-CPT-JOURS-SERVIS.
           DISPLAY "Quittances lues         : " WS-CPT-QUITTANCES.
           DISPLAY "Sinistres retenus       : " WS-TOTAL-NB-SIN.
           STOP RUN.

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

        SCANNER-JOUR.

      *    Quittances d'un jour de la période ; un jour sans fichier
      *    est sauté.

           COMPUTE WS-DATE-SCAN =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INT).
           MOVE SPACES TO WS-QUIT-FILENAME.
           STRING "quittances-" DELIMITED BY SIZE
                  WS-DATE-SCAN  DELIMITED BY SIZE
                  ".dat"        DELIMITED BY SIZE
                  INTO WS-QUIT-FILENAME.
           OPEN INPUT QUITTANCES.
           IF QUIT-STATUS = "00"
               ADD 1 TO WS-CPT-JOURS-SERVIS
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
           ADD 1 TO WS-JOUR-INT.

        LIRE-QUITTANCE.

           READ QUITTANCES INTO WS-QUIT-LIGNE.
           IF QUIT-STATUS = "00"
               IF WS-QUIT-ID NOT = SPACES
                   AND WS-QUIT-MONTANT NUMERIC
                   ADD 1 TO WS-CPT-QUITTANCES
                   MOVE WS-QUIT-ID TO WS-CLI-CHERCHE
                   PERFORM CHERCHER-CLIENT
                   MOVE WS-QUIT-MONTANT TO WS-CONV-MONTANT
                   MOVE WS-QUIT-DEVISE TO WS-CONV-DEVISE
                   PERFORM CONVERTIR-EN-EUROS
                   ADD WS-MONTANT-EUR TO WS-CLI-PRIMES(WS-CLI-IDX)
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

        LIRE-SINISTRE.

      *    Un sinistre déclaré sur la période compte pour son réglé
      *    plus sa provision restante (nulle une fois clos).

           READ SINISTRES.
           IF SIN-STATUS = "00"
               IF F-SIN-DATE-DECL NOT < WS-DATE-DEBUT
                   AND F-SIN-DATE-DECL NOT > WS-DATE-FIN
                   ADD 1 TO WS-TOTAL-NB-SIN
                   MOVE F-SIN-ID TO WS-CLI-CHERCHE
                   PERFORM CHERCHER-CLIENT
                   ADD 1 TO WS-CLI-NB-SIN(WS-CLI-IDX)
                   COMPUTE WS-CONV-MONTANT =
                       F-SIN-REGLE + F-SIN-RESERVE
                   MOVE F-SIN-DEVISE TO WS-CONV-DEVISE
                   PERFORM CONVERTIR-EN-EUROS
                   ADD WS-MONTANT-EUR
                       TO WS-CLI-SINISTRES(WS-CLI-IDX)
               END-IF
           ELSE
               IF SIN-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture SINISTRES" TO WS-ABANDON-TEXTE
                   MOVE SIN-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CHERCHER-CLIENT.

      *    Recherche de WS-CLI-CHERCHE dans la table des clients ; un
      *    client encore jamais vu ouvre une entrée, garnie de l'IRP
      *    et du nom lus au maître (à blanc s'il n'y figure plus).
      *    En sortie WS-CLI-IDX pointe l'entrée.

           MOVE "N" TO WS-CLI-TROUVE.
           PERFORM COMPARER-CLIENT VARYING WS-CLI-IDX
           FROM 1 BY 1 UNTIL WS-CLI-IDX > WS-CLI-NB
           OR WS-CLI-TROUVE = "O".
           IF WS-CLI-TROUVE = "O"
               SUBTRACT 1 FROM WS-CLI-IDX
           ELSE
               IF WS-CLI-NB >= 10000
                   MOVE "Table des clients pleine" TO WS-ABANDON-TEXTE
                   MOVE QUIT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-CLI-NB
               MOVE WS-CLI-NB TO WS-CLI-IDX
               MOVE WS-CLI-CHERCHE TO WS-CLI-ID(WS-CLI-IDX)
               MOVE 0 TO WS-CLI-NB-SIN(WS-CLI-IDX)
               MOVE 0 TO WS-CLI-PRIMES(WS-CLI-IDX)
               MOVE 0 TO WS-CLI-SINISTRES(WS-CLI-IDX)
               MOVE WS-CLI-CHERCHE TO F-MAITRE-ID-NUM
               READ CLI-MAITRE
               IF MAITRE-STATUS = "00"
                   MOVE F-MAITRE-LIBELLE TO WS-CLI-LIBELLE(WS-CLI-IDX)
                   MOVE F-MAITRE-DESCRIPTION TO WS-CLI-NOM(WS-CLI-IDX)
               ELSE
                   IF MAITRE-STATUS = "23"
                       MOVE SPACES TO WS-CLI-LIBELLE(WS-CLI-IDX)
                       MOVE "(absent du maître)"
                           TO WS-CLI-NOM(WS-CLI-IDX)
                   ELSE
                       MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                       MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        COMPARER-CLIENT.

           IF WS-CLI-ID(WS-CLI-IDX) = WS-CLI-CHERCHE
               MOVE "O" TO WS-CLI-TROUVE
           END-IF.

        CONVERTIR-EN-EUROS.

      *    Conversion de WS-CONV-MONTANT (devise WS-CONV-DEVISE) en
      *    euros au taux du jour, arrondie au centime ; un code non
      *    reconnu est versé tel quel, comme dans ccblirp.

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               COMPUTE WS-MONTANT-EUR ROUNDED =
                   WS-CONV-MONTANT * WS-CONV-TAUX(WS-CONV-IDX)
           ELSE
               MOVE WS-CONV-MONTANT TO WS-MONTANT-EUR
           END-IF.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-CONV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

        EDITER-RAPPORT.

      *    Édition du rapport : S/P par client, puis par IRP, puis
      *    le S/P global de la période.

           OPEN OUTPUT SP-RAPPORT.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Ouverture SP-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Sinistres à primes (S/P) du " DELIMITED BY SIZE
                  WS-DATE-DEBUT DELIMITED BY SIZE
                  " au "        DELIMITED BY SIZE
                  WS-DATE-FIN   DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.
           WRITE F-DATA-RAPPORT FROM WS-SP-ENTETE.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.

           IF WS-CLI-NB = 0
               MOVE "Aucune prime ni sinistre sur la période."
                   TO WS-LIGNE-EDIT
               WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT
           ELSE
               PERFORM ECRIRE-LIGNE-CLIENT VARYING WS-CLI-IDX
               FROM 1 BY 1 UNTIL WS-CLI-IDX > WS-CLI-NB
           END-IF.

           WRITE F-DATA-RAPPORT FROM WS-SPACE.
           MOVE "S/P par intermédiaire (IRP)" TO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.
           PERFORM ECRIRE-LIGNE-IRP VARYING WS-IRP-IDX
           FROM 1 BY 1 UNTIL WS-IRP-IDX > WS-IRP-NB.

           WRITE F-DATA-RAPPORT FROM WS-TIRET.
           MOVE SPACES TO WS-SP-LIGNE-ID.
           MOVE "TOTAL GENERAL" TO WS-SP-LIGNE-NOM.
           MOVE SPACES TO WS-SP-LIGNE-IRP.
           MOVE WS-TOTAL-NB-SIN TO WS-SP-LIGNE-NB.
           MOVE WS-TOTAL-PRIMES TO WS-SP-PRIMES.
           MOVE WS-TOTAL-SINISTRES TO WS-SP-SINISTRES.
           PERFORM GARNIR-LIGNE-SP.
           WRITE F-DATA-RAPPORT FROM WS-SP-LIGNE.

           CLOSE SP-RAPPORT.

        ECRIRE-LIGNE-CLIENT.

      *    Ligne d'un client, et versement de ses cumuls à l'entrée
      *    de son intermédiaire et au total général.

           MOVE WS-CLI-ID(WS-CLI-IDX) TO WS-SP-LIGNE-ID.
           MOVE WS-CLI-NOM(WS-CLI-IDX) TO WS-SP-LIGNE-NOM.
           MOVE WS-CLI-LIBELLE(WS-CLI-IDX) TO WS-SP-LIGNE-IRP.
           MOVE WS-CLI-NB-SIN(WS-CLI-IDX) TO WS-SP-LIGNE-NB.
           MOVE WS-CLI-PRIMES(WS-CLI-IDX) TO WS-SP-PRIMES.
           MOVE WS-CLI-SINISTRES(WS-CLI-IDX) TO WS-SP-SINISTRES.
           PERFORM GARNIR-LIGNE-SP.
           WRITE F-DATA-RAPPORT FROM WS-SP-LIGNE.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Écriture SP-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           PERFORM CHERCHER-IRP.
           ADD 1 TO WS-IRP-CLIENTS(WS-IRP-IDX).
           ADD WS-CLI-NB-SIN(WS-CLI-IDX) TO WS-IRP-NB-SIN(WS-IRP-IDX).
           ADD WS-CLI-PRIMES(WS-CLI-IDX) TO WS-IRP-PRIMES(WS-IRP-IDX).
           ADD WS-CLI-SINISTRES(WS-CLI-IDX)
               TO WS-IRP-SINISTRES(WS-IRP-IDX).
           ADD WS-CLI-PRIMES(WS-CLI-IDX) TO WS-TOTAL-PRIMES.
           ADD WS-CLI-SINISTRES(WS-CLI-IDX) TO WS-TOTAL-SINISTRES.

        CHERCHER-IRP.

      *    Recherche du LIBELLE du client dans la table des
      *    intermédiaires, sur le modèle de ccblirp.

           MOVE "N" TO WS-IRP-TROUVE.
           PERFORM COMPARER-IRP VARYING WS-IRP-IDX
           FROM 1 BY 1 UNTIL WS-IRP-IDX > WS-IRP-NB
           OR WS-IRP-TROUVE = "O".
           IF WS-IRP-TROUVE = "O"
               SUBTRACT 1 FROM WS-IRP-IDX
           ELSE
               IF WS-IRP-NB >= 500
                   MOVE "Table des IRP pleine" TO WS-ABANDON-TEXTE
                   MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-IRP-NB
               MOVE WS-IRP-NB TO WS-IRP-IDX
               MOVE WS-CLI-LIBELLE(WS-CLI-IDX)
                   TO WS-IRP-LIBELLE(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-CLIENTS(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-NB-SIN(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-PRIMES(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-SINISTRES(WS-IRP-IDX)
           END-IF.

        COMPARER-IRP.

           IF WS-IRP-LIBELLE(WS-IRP-IDX) = WS-CLI-LIBELLE(WS-CLI-IDX)
               MOVE "O" TO WS-IRP-TROUVE
           END-IF.

        ECRIRE-LIGNE-IRP.

           MOVE SPACES TO WS-SP-LIGNE-ID.
           MOVE SPACES TO WS-SP-LIGNE-NOM.
           STRING WS-IRP-CLIENTS(WS-IRP-IDX) DELIMITED BY SIZE
                  " client(s)"               DELIMITED BY SIZE
                  INTO WS-SP-LIGNE-NOM.
           MOVE WS-IRP-LIBELLE(WS-IRP-IDX) TO WS-SP-LIGNE-IRP.
           MOVE WS-IRP-NB-SIN(WS-IRP-IDX) TO WS-SP-LIGNE-NB.
           MOVE WS-IRP-PRIMES(WS-IRP-IDX) TO WS-SP-PRIMES.
           MOVE WS-IRP-SINISTRES(WS-IRP-IDX) TO WS-SP-SINISTRES.
           PERFORM GARNIR-LIGNE-SP.
           WRITE F-DATA-RAPPORT FROM WS-SP-LIGNE.

        GARNIR-LIGNE-SP.

      *    Montants et S/P de la ligne à partir de WS-SP-PRIMES et
      *    WS-SP-SINISTRES. Sans prime, le ratio n'a pas de sens :
      *    il est édité "n.s." dès qu'il y a une charge.

           MOVE WS-SP-PRIMES TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-SP-LIGNE-PRIMES.
           MOVE WS-SP-SINISTRES TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-SP-LIGNE-SINISTRES.
           MOVE SPACES TO WS-SP-EDIT.
           IF WS-SP-PRIMES > 0
               COMPUTE WS-SP-PCT ROUNDED =
                   WS-SP-SINISTRES * 1000 / WS-SP-PRIMES
               MOVE WS-SP-PCT(1:5) TO WS-SP-EDIT(1:5)
               MOVE VIRGULE TO WS-SP-EDIT(6:1)
               MOVE WS-SP-PCT(6:1) TO WS-SP-EDIT(7:1)
               MOVE " %" TO WS-SP-EDIT(8:2)
           ELSE
               IF WS-SP-SINISTRES > 0
                   MOVE "     n.s." TO WS-SP-EDIT
               END-IF
           END-IF.
           MOVE WS-SP-EDIT TO WS-SP-LIGNE-SP.

        EDITER-MONTANT.

      *    Mise au format à virgule des rapports d'un montant en
      *    centimes.

           MOVE WS-EDIT-SOURCE TO WS-MONTANT-EDIT(1:10).
           MOVE WS-EDIT-SOURCE(11:2) TO WS-MONTANT-EDIT(12:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(11:1).

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
