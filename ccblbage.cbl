       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblbage.

      *    Balance âgée des comptes clients en fin de mois : relecture
      *    des mouvements de compte tenus par ccblcpte, arrêtés à la
      *    date demandée, et ventilation du solde débiteur de chaque
      *    client par ancienneté - 0-30, 31-60, 61-90 et plus de 90
      *    jours. Les paiements soldant d'abord les quittances les
      *    plus anciennes, le solde restant dû est affecté aux débits
      *    les plus récents, chacun classé selon l'âge de sa pièce à
      *    la date d'arrêté. Le rapport donne une ligne par client
      *    débiteur, les totaux par devise et leur contre-valeur en
      *    euros au taux du jour, puis la liste des clients
      *    créditeurs (trop-perçus), qui ne relèvent pas de la
      *    balance des impayés.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Mouvements de compte écrits par ccblcpte, triés par
      *    ID-NUM puis par date décroissante dans un fichier de
      *    travail, sur le modèle des tris de ccblbase.

           SELECT CPTE-MOUV ASSIGN TO "comptes-mouvements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MOUV-STATUS.

           SELECT BAGE-TRI ASSIGN TO "ccblbage-tri.trv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRI-STATUS.

           SELECT BAGE-SORT ASSIGN TO "ccblbage-sort.tmp".

      *    Taux de change du jour, dans la découpe lue par ccblbase.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

      *    Balance âgée datée de l'arrêté (balance-agee-AAAAMMJJ.dat).

           SELECT BAGE-RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-FILENAME
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

       FD CPTE-MOUV.
       01 F-DATA-MOUV PIC X(60).

       FD BAGE-TRI.
       01 F-DATA-TRI PIC X(60).

      *    Découpe de tri des mouvements : l'ID-NUM puis la date de
      *    la pièce, décroissante pour que les débits les plus
      *    récents viennent en tête de chaque client.

       SD BAGE-SORT.
       01 F-DATA-SORT.
          03 F-SORT-ID PIC X(8).
          03 F-SORT-DATE PIC 9(8).
          03 FILLER PIC X(44).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD BAGE-RAPPORT.
       01 F-DATA-RAPPORT PIC X(110).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  MOUV-STATUS PIC X(2).
       01  TRI-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  RAPPORT-STATUS PIC X(2).

      *    Date d'arrêté (AAAAMMJJ, saisie à la console, vide = date
      *    système) et nom du rapport construit sur cette date.

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-ARRETE PIC 9(8).
       01  WS-ARRETE-INT PIC 9(8).
       01  WS-PIECE-INT PIC 9(8).
       01  WS-AGE PIC S9(8).
       01  WS-RAPPORT-FILENAME PIC X(40).

      *    Mouvement de compte, dans la découpe écrite par ccblcpte.

       01  WS-MVT-LIGNE.
           03 WS-MVT-ID PIC X(8).
           03 WS-MVT-DATE PIC 9(8).
           03 WS-MVT-TYPE PIC X(1).
           03 WS-MVT-SENS PIC X(1).
           03 WS-MVT-MONTANT PIC 9(8).
           03 WS-MVT-DEVISE PIC X(3).
           03 WS-MVT-MONTANT-ORIG PIC 9(8).
           03 WS-MVT-DEVISE-ORIG PIC X(3).
           03 WS-MVT-CONTRAT PIC X(3).
           03 WS-MVT-SOURCE-DATE PIC 9(8).
           03 FILLER PIC X(9).

      *    Client en cours de lecture : solde à la date d'arrêté,
      *    débits retenus du plus récent au plus ancien, et solde
      *    ventilé par tranche d'ancienneté (1 = 0-30 jours,
      *    2 = 31-60, 3 = 61-90, 4 = plus de 90). Un client cumule
      *    au plus douze quittances par an : la borne de 1000
      *    débits couvre plus d'un demi-siècle de quittancement.

       01  WS-CLI-ID PIC X(8) VALUE SPACES.
       01  WS-CLI-DEVISE PIC X(3).
       01  WS-CLI-SOLDE PIC S9(10).
       01  WS-CLI-RESTE PIC 9(10).
       01  WS-CLI-PART PIC 9(10).
       01  WS-DEB-NB PIC 9(4) VALUE 0.
       01  WS-DEB-IDX PIC 9(4).
        01  WS-DEB-TABLE.
           03 WS-DEB-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-DEB-NB.
            05 WS-DEB-DATE PIC 9(8).
            05 WS-DEB-MONTANT PIC 9(8).
       01  WS-TR-IDX PIC 9(1).
        01  WS-CLI-TRANCHES.
           03 WS-CLI-TRANCHE PIC 9(10) OCCURS 4 TIMES.

      *    Totaux par devise de compte, sur le modèle de la table
      *    des devises de ccblquit (10 au plus).

       01  WS-DEV-NB PIC 9(2) VALUE 0.
       01  WS-DEV-IDX PIC 9(2).
       01  WS-DEV-TROUVE PIC X(1).
        01  WS-DEV-TABLE.
           03 WS-DEV-ENTRY OCCURS 10 TIMES.
            05 WS-DEV-CODE PIC X(3).
            05 WS-DEV-NOMBRE PIC 9(5).
            05 WS-DEV-SOLDE PIC 9(12).
            05 WS-DEV-TRANCHE PIC 9(12) OCCURS 4 TIMES.

      *    Totaux généraux en euros, chaque devise convertie au taux
      *    du jour.

       01  WS-EUR-SOLDE PIC 9(12) VALUE 0.
        01  WS-EUR-TRANCHES.
           03 WS-EUR-TRANCHE PIC 9(12) OCCURS 4 TIMES.
       01  WS-EUR-DEV-SOLDE PIC 9(12).
        01  WS-EUR-DEV-TRANCHES.
           03 WS-EUR-DEV-TRANCHE PIC 9(12) OCCURS 4 TIMES.

      *    Clients créditeurs, listés à part en fin de rapport. La
      *    borne suit l'échelle des files de ccblbase (2000).

       01  WS-CRED-NB PIC 9(4) VALUE 0.
       01  WS-CRED-IDX PIC 9(4).
        01  WS-CRED-TABLE.
           03 WS-CRED-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CRED-NB.
            05 WS-CRED-ID PIC X(8).
            05 WS-CRED-DEVISE PIC X(3).
            05 WS-CRED-MONTANT PIC 9(10).

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
       01  WS-TAUX-DEVISE PIC 9(3)V9(4).

      *    Compteurs du passage et zones d'édition du rapport, les
      *    montants dans le format à virgule des rapports.

       01  WS-CPT-MOUVEMENTS PIC 9(7) VALUE 0.
       01  WS-CPT-POSTERIEURS PIC 9(7) VALUE 0.
       01  WS-CPT-CLIENTS PIC 9(5) VALUE 0.
       01  WS-CPT-DEBITEURS PIC 9(5) VALUE 0.
       01  WS-CPT-SOLDES PIC 9(5) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-EDIT-SOURCE PIC 9(12).
       01  WS-MONTANT-EDIT PIC X(13).
       01  WS-LIGNE-EDIT PIC X(110).
       01  WS-TIRET PIC X(110).
       01  WS-SPACE PIC X(50).
       01  VIRGULE PIC X VALUE ",".
       01  WS-BAGE-LIGNE.
           03 WS-BAGE-LIGNE-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-BAGE-LIGNE-NOM PIC X(24).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BAGE-LIGNE-DEVISE PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BAGE-LIGNE-SOLDE PIC X(13).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BAGE-LIGNE-T1 PIC X(13).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BAGE-LIGNE-T2 PIC X(13).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BAGE-LIGNE-T3 PIC X(13).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BAGE-LIGNE-T4 PIC X(13).
       01  WS-BAGE-ENTETE.
           03 FILLER PIC X(35) VALUE "ID-NUM    Client".
           03 FILLER PIC X(18) VALUE "Dev         Solde".
           03 FILLER PIC X(14) VALUE "       0-30 j".
           03 FILLER PIC X(14) VALUE "      31-60 j".
           03 FILLER PIC X(14) VALUE "      61-90 j".
           03 FILLER PIC X(13) VALUE "       > 90 j".

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.
           MOVE ALL "-" TO WS-TIRET.
           MOVE ALL " " TO WS-SPACE.

      *    Saisie de la date d'arrêté. Une saisie vide prend la date
      *    système ; les mouvements postérieurs à l'arrêté sont
      *    laissés hors de la balance.

           DISPLAY "Date d'arrêté (AAAAMMJJ, vide = aujourd'hui) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               ACCEPT WS-DATE-ARRETE FROM DATE YYYYMMDD
           ELSE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date d'arrêté non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-ARRETE
           END-IF.
           COMPUTE WS-ARRETE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE).
           STRING "balance-agee-" DELIMITED BY SIZE
                  WS-DATE-ARRETE  DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-RAPPORT-FILENAME.

           PERFORM CHARGER-TAUX.

      *    Le maître doit avoir été constitué par ccblmast, comme
      *    pour ccblmaint : il donne le nom du client.

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

      *    Pas de balance sans mouvements : le fichier est constitué
      *    par le premier passage de ccblcpte.

           OPEN INPUT CPTE-MOUV.
           IF MOUV-STATUS = "35"
               DISPLAY "Mouvements de compte absents : lancer "
                   "d'abord ccblcpte"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MOUV-STATUS NOT = "00"
               MOVE "Ouverture CPTE-MOUV" TO WS-ABANDON-TEXTE
               MOVE MOUV-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CPTE-MOUV.

           SORT BAGE-SORT ON ASCENDING KEY F-SORT-ID
               DESCENDING KEY F-SORT-DATE
               USING CPTE-MOUV GIVING BAGE-TRI.

           OPEN OUTPUT BAGE-RAPPORT.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Ouverture BAGE-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Balance âgée des comptes clients arrêtée au "
                  DELIMITED BY SIZE
                  WS-DATE-ARRETE DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.
           WRITE F-DATA-RAPPORT FROM WS-BAGE-ENTETE.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.

      *    Lecture des mouvements triés avec rupture sur l'ID-NUM.

           OPEN INPUT BAGE-TRI.
           IF TRI-STATUS NOT = "00"
               MOVE "Ouverture BAGE-TRI" TO WS-ABANDON-TEXTE
               MOVE TRI-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-MOUVEMENT-TRIE UNTIL WS-FIN-FICHIER = "O".
           CLOSE BAGE-TRI.
           IF WS-CLI-ID NOT = SPACES
               PERFORM CLOTURER-CLIENT
           END-IF.
           CLOSE CLI-MAITRE.

           IF WS-CPT-DEBITEURS = 0
               MOVE "Aucun client débiteur." TO WS-LIGNE-EDIT
               WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT
           END-IF.
           PERFORM EDITER-TOTAUX.
           PERFORM EDITER-CREDITEURS.
           CLOSE BAGE-RAPPORT.

           DISPLAY "Balance âgée écrite : " WS-RAPPORT-FILENAME.
           DISPLAY "Mouvements lus      : " WS-CPT-MOUVEMENTS.
           DISPLAY "Après l'arrêté      : " WS-CPT-POSTERIEURS.
           DISPLAY "Comptes             : " WS-CPT-CLIENTS.
           DISPLAY "Débiteurs           : " WS-CPT-DEBITEURS.
           DISPLAY "Créditeurs          : " WS-CRED-NB.
           DISPLAY "Soldés              : " WS-CPT-SOLDES.
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

        LIRE-MOUVEMENT-TRIE.

      *    Lecture d'un mouvement trié. Un changement d'ID-NUM clôt
      *    le client précédent ; les mouvements postérieurs à la
      *    date d'arrêté sont comptés et laissés de côté.

           READ BAGE-TRI INTO WS-MVT-LIGNE.
           IF TRI-STATUS = "00"
               ADD 1 TO WS-CPT-MOUVEMENTS
               IF WS-MVT-ID NOT = WS-CLI-ID
                   IF WS-CLI-ID NOT = SPACES
                       PERFORM CLOTURER-CLIENT
                   END-IF
                   MOVE WS-MVT-ID TO WS-CLI-ID
                   MOVE WS-MVT-DEVISE TO WS-CLI-DEVISE
                   MOVE 0 TO WS-CLI-SOLDE
                   MOVE 0 TO WS-DEB-NB
               END-IF
               IF WS-MVT-DATE > WS-DATE-ARRETE
                   ADD 1 TO WS-CPT-POSTERIEURS
               ELSE
                   PERFORM CUMULER-MOUVEMENT
               END-IF
           ELSE
               IF TRI-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture BAGE-TRI" TO WS-ABANDON-TEXTE
                   MOVE TRI-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CUMULER-MOUVEMENT.

      *    Cumul du mouvement au solde du client ; un débit est
      *    retenu avec sa date pour la ventilation par ancienneté.

           IF WS-MVT-SENS = "D"
               ADD WS-MVT-MONTANT TO WS-CLI-SOLDE
               IF WS-DEB-NB >= 1000
                   MOVE "Table des débits pleine" TO WS-ABANDON-TEXTE
                   MOVE TRI-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-DEB-NB
               MOVE WS-MVT-DATE TO WS-DEB-DATE(WS-DEB-NB)
               MOVE WS-MVT-MONTANT TO WS-DEB-MONTANT(WS-DEB-NB)
           ELSE
               SUBTRACT WS-MVT-MONTANT FROM WS-CLI-SOLDE
           END-IF.

        CLOTURER-CLIENT.

      *    Fin d'un client : un solde débiteur est ventilé par
      *    ancienneté et édité, un solde créditeur est mis de côté
      *    pour la liste des créditeurs.

           ADD 1 TO WS-CPT-CLIENTS.
           IF WS-CLI-SOLDE > 0
               ADD 1 TO WS-CPT-DEBITEURS
               PERFORM VENTILER-SOLDE
               PERFORM ECRIRE-DEBITEUR
               PERFORM CUMULER-DEVISE
           ELSE
               IF WS-CLI-SOLDE < 0
                   IF WS-CRED-NB >= 2000
                       MOVE "Table des créditeurs pleine"
                           TO WS-ABANDON-TEXTE
                       MOVE TRI-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   ADD 1 TO WS-CRED-NB
                   MOVE WS-CLI-ID TO WS-CRED-ID(WS-CRED-NB)
                   MOVE WS-CLI-DEVISE TO WS-CRED-DEVISE(WS-CRED-NB)
                   COMPUTE WS-CRED-MONTANT(WS-CRED-NB) =
                       0 - WS-CLI-SOLDE
               ELSE
                   ADD 1 TO WS-CPT-SOLDES
               END-IF
           END-IF.

        VENTILER-SOLDE.

      *    Affectation du solde dû aux débits du plus récent au plus
      *    ancien (ordre du tri). Un reliquat sans débit en face -
      *    reprise de solde antérieure au compte - va dans la
      *    tranche la plus ancienne.

           MOVE 0 TO WS-CLI-TRANCHE(1).
           MOVE 0 TO WS-CLI-TRANCHE(2).
           MOVE 0 TO WS-CLI-TRANCHE(3).
           MOVE 0 TO WS-CLI-TRANCHE(4).
           MOVE WS-CLI-SOLDE TO WS-CLI-RESTE.
           PERFORM VENTILER-DEBIT VARYING WS-DEB-IDX
           FROM 1 BY 1 UNTIL WS-DEB-IDX > WS-DEB-NB
           OR WS-CLI-RESTE = 0.
           ADD WS-CLI-RESTE TO WS-CLI-TRANCHE(4).

        VENTILER-DEBIT.

           IF WS-DEB-MONTANT(WS-DEB-IDX) < WS-CLI-RESTE
               MOVE WS-DEB-MONTANT(WS-DEB-IDX) TO WS-CLI-PART
           ELSE
               MOVE WS-CLI-RESTE TO WS-CLI-PART
           END-IF.
           COMPUTE WS-PIECE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DEB-DATE(WS-DEB-IDX)).
           COMPUTE WS-AGE = WS-ARRETE-INT - WS-PIECE-INT.
           EVALUATE TRUE
               WHEN WS-AGE <= 30
                   MOVE 1 TO WS-TR-IDX
               WHEN WS-AGE <= 60
                   MOVE 2 TO WS-TR-IDX
               WHEN WS-AGE <= 90
                   MOVE 3 TO WS-TR-IDX
               WHEN OTHER
                   MOVE 4 TO WS-TR-IDX
           END-EVALUATE.
           ADD WS-CLI-PART TO WS-CLI-TRANCHE(WS-TR-IDX).
           SUBTRACT WS-CLI-PART FROM WS-CLI-RESTE.

        ECRIRE-DEBITEUR.

      *    Ligne du client débiteur : nom repris du maître (à blanc
      *    si le client n'y figure plus), solde et tranches.

           MOVE WS-CLI-ID TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               IF MAITRE-STATUS = "23"
                   MOVE SPACES TO F-MAITRE-DESCRIPTION
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           MOVE WS-CLI-ID TO WS-BAGE-LIGNE-ID.
           MOVE F-MAITRE-DESCRIPTION TO WS-BAGE-LIGNE-NOM.
           MOVE WS-CLI-DEVISE TO WS-BAGE-LIGNE-DEVISE.
           MOVE WS-CLI-SOLDE TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-SOLDE.
           MOVE WS-CLI-TRANCHE(1) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T1.
           MOVE WS-CLI-TRANCHE(2) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T2.
           MOVE WS-CLI-TRANCHE(3) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T3.
           MOVE WS-CLI-TRANCHE(4) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T4.
           WRITE F-DATA-RAPPORT FROM WS-BAGE-LIGNE.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Écriture BAGE-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        CUMULER-DEVISE.

      *    Cumul du client débiteur à l'entrée de sa devise ; une
      *    devise encore jamais vue ouvre une entrée.

           MOVE "N" TO WS-DEV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-DEV-IDX
           FROM 1 BY 1 UNTIL WS-DEV-IDX > WS-DEV-NB
           OR WS-DEV-TROUVE = "O".
           IF WS-DEV-TROUVE = "O"
               SUBTRACT 1 FROM WS-DEV-IDX
           ELSE
               IF WS-DEV-NB >= 10
                   MOVE "Table des devises pleine" TO WS-ABANDON-TEXTE
                   MOVE TRI-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-DEV-NB
               MOVE WS-DEV-NB TO WS-DEV-IDX
               MOVE WS-CLI-DEVISE TO WS-DEV-CODE(WS-DEV-IDX)
               MOVE 0 TO WS-DEV-NOMBRE(WS-DEV-IDX)
               MOVE 0 TO WS-DEV-SOLDE(WS-DEV-IDX)
               MOVE 0 TO WS-DEV-TRANCHE(WS-DEV-IDX, 1)
               MOVE 0 TO WS-DEV-TRANCHE(WS-DEV-IDX, 2)
               MOVE 0 TO WS-DEV-TRANCHE(WS-DEV-IDX, 3)
               MOVE 0 TO WS-DEV-TRANCHE(WS-DEV-IDX, 4)
           END-IF.
           ADD 1 TO WS-DEV-NOMBRE(WS-DEV-IDX).
           ADD WS-CLI-SOLDE TO WS-DEV-SOLDE(WS-DEV-IDX).
           PERFORM CUMULER-TRANCHE VARYING WS-TR-IDX
           FROM 1 BY 1 UNTIL WS-TR-IDX > 4.

        COMPARER-DEVISE.

           IF WS-DEV-CODE(WS-DEV-IDX) = WS-CLI-DEVISE
               MOVE "O" TO WS-DEV-TROUVE
           END-IF.

        CUMULER-TRANCHE.

           ADD WS-CLI-TRANCHE(WS-TR-IDX)
               TO WS-DEV-TRANCHE(WS-DEV-IDX, WS-TR-IDX).

        EDITER-TOTAUX.

      *    Totaux par devise, chacun suivi de sa contre-valeur en
      *    euros au taux du jour, puis le total général en euros.

           WRITE F-DATA-RAPPORT FROM WS-TIRET.
           MOVE 0 TO WS-EUR-SOLDE.
           PERFORM RAZ-TRANCHE-EUR VARYING WS-TR-IDX
           FROM 1 BY 1 UNTIL WS-TR-IDX > 4.
           PERFORM ECRIRE-TOTAL-DEVISE VARYING WS-DEV-IDX
           FROM 1 BY 1 UNTIL WS-DEV-IDX > WS-DEV-NB.
           WRITE F-DATA-RAPPORT FROM WS-SPACE.
           MOVE SPACES TO WS-BAGE-LIGNE-ID.
           MOVE "TOTAL GENERAL" TO WS-BAGE-LIGNE-NOM.
           MOVE "EUR" TO WS-BAGE-LIGNE-DEVISE.
           MOVE WS-EUR-SOLDE TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-SOLDE.
           MOVE WS-EUR-TRANCHE(1) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T1.
           MOVE WS-EUR-TRANCHE(2) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T2.
           MOVE WS-EUR-TRANCHE(3) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T3.
           MOVE WS-EUR-TRANCHE(4) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T4.
           WRITE F-DATA-RAPPORT FROM WS-BAGE-LIGNE.

        RAZ-TRANCHE-EUR.

           MOVE 0 TO WS-EUR-TRANCHE(WS-TR-IDX).

        ECRIRE-TOTAL-DEVISE.

      *    Total d'une devise dans sa monnaie, puis converti en
      *    euros et versé au total général.

           MOVE SPACES TO WS-BAGE-LIGNE-ID.
           MOVE SPACES TO WS-BAGE-LIGNE-NOM.
           STRING "TOTAL "                 DELIMITED BY SIZE
                  WS-DEV-NOMBRE(WS-DEV-IDX) DELIMITED BY SIZE
                  " client(s)"             DELIMITED BY SIZE
                  INTO WS-BAGE-LIGNE-NOM.
           MOVE WS-DEV-CODE(WS-DEV-IDX) TO WS-BAGE-LIGNE-DEVISE.
           MOVE WS-DEV-SOLDE(WS-DEV-IDX) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-SOLDE.
           MOVE WS-DEV-TRANCHE(WS-DEV-IDX, 1) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T1.
           MOVE WS-DEV-TRANCHE(WS-DEV-IDX, 2) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T2.
           MOVE WS-DEV-TRANCHE(WS-DEV-IDX, 3) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T3.
           MOVE WS-DEV-TRANCHE(WS-DEV-IDX, 4) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T4.
           WRITE F-DATA-RAPPORT FROM WS-BAGE-LIGNE.

           PERFORM CHERCHER-TAUX.
           COMPUTE WS-EUR-DEV-SOLDE ROUNDED =
               WS-DEV-SOLDE(WS-DEV-IDX) * WS-TAUX-DEVISE.
           ADD WS-EUR-DEV-SOLDE TO WS-EUR-SOLDE.
           PERFORM CONVERTIR-TRANCHE VARYING WS-TR-IDX
           FROM 1 BY 1 UNTIL WS-TR-IDX > 4.
           MOVE "  contre-valeur" TO WS-BAGE-LIGNE-NOM.
           MOVE "EUR" TO WS-BAGE-LIGNE-DEVISE.
           MOVE WS-EUR-DEV-SOLDE TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-SOLDE.
           MOVE WS-EUR-DEV-TRANCHE(1) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T1.
           MOVE WS-EUR-DEV-TRANCHE(2) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T2.
           MOVE WS-EUR-DEV-TRANCHE(3) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T3.
           MOVE WS-EUR-DEV-TRANCHE(4) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-T4.
           WRITE F-DATA-RAPPORT FROM WS-BAGE-LIGNE.

        CHERCHER-TAUX.

      *    Taux du jour de la devise courante ; un code non reconnu
      *    est versé tel quel, comme dans ccblirp.

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-DEVISE
           ELSE
               MOVE 1 TO WS-TAUX-DEVISE
           END-IF.

        COMPARER-TAUX.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-DEV-CODE(WS-DEV-IDX)
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

        CONVERTIR-TRANCHE.

           COMPUTE WS-EUR-DEV-TRANCHE(WS-TR-IDX) ROUNDED =
               WS-DEV-TRANCHE(WS-DEV-IDX, WS-TR-IDX) * WS-TAUX-DEVISE.
           ADD WS-EUR-DEV-TRANCHE(WS-TR-IDX)
               TO WS-EUR-TRANCHE(WS-TR-IDX).

        EDITER-CREDITEURS.

      *    Liste des clients créditeurs : le trop-perçu est à
      *    rembourser ou à imputer, il n'entre pas dans la balance.

           WRITE F-DATA-RAPPORT FROM WS-SPACE.
           MOVE "Clients créditeurs (trop-perçus)" TO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.
           IF WS-CRED-NB = 0
               MOVE "Aucun client créditeur." TO WS-LIGNE-EDIT
               WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT
           ELSE
               PERFORM ECRIRE-CREDITEUR VARYING WS-CRED-IDX
               FROM 1 BY 1 UNTIL WS-CRED-IDX > WS-CRED-NB
           END-IF.

        ECRIRE-CREDITEUR.

           MOVE WS-CRED-ID(WS-CRED-IDX) TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE SPACES TO F-MAITRE-DESCRIPTION
           END-IF.
           MOVE SPACES TO WS-BAGE-LIGNE.
           MOVE WS-CRED-ID(WS-CRED-IDX) TO WS-BAGE-LIGNE-ID.
           MOVE F-MAITRE-DESCRIPTION TO WS-BAGE-LIGNE-NOM.
           MOVE WS-CRED-DEVISE(WS-CRED-IDX) TO WS-BAGE-LIGNE-DEVISE.
           MOVE WS-CRED-MONTANT(WS-CRED-IDX) TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           MOVE WS-MONTANT-EDIT TO WS-BAGE-LIGNE-SOLDE.
           WRITE F-DATA-RAPPORT FROM WS-BAGE-LIGNE.

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
