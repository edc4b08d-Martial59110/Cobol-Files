       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblmajb.

      *    Mise à jour en traitement par lots du fichier maître
      *    clients : les actions A, M et S de ccblmaint, lues dans un
      *    fichier de mouvements daté (maj-maitre-AAAAMMJJ.dat) au
      *    lieu d'être frappées une à une à la console. Chaque ligne
      *    porte l'action suivie de l'enregistrement complet du
      *    maître, dans la découpe de F-DATA-MAITRE.
      *    Un mouvement valide est appliqué au maître avec les mêmes
      *    règles que ccblmaint (contrat 001 à l'ajout, montant
      *    recalculé depuis les contrats, contrats supprimés avec le
      *    client). Un mouvement refusé est déposé, avec ses motifs,
      *    dans rejets-maj-maitre-AAAAMMJJ.dat, sur le modèle des
      *    rejets de ccblbase. Chaque mouvement appliqué laisse sa
      *    ligne dans audit-maitre.dat sous le code opérateur BATCH :
      *    ccblaudi montre ensemble les retouches en ligne et les
      *    mises à jour par lots.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Mouvements du jour et rejets, datés.

           SELECT MAJ-MOUVEMENTS ASSIGN TO DYNAMIC WS-MVT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MVT-STATUS.

           SELECT MAJ-REJETS ASSIGN TO DYNAMIC WS-REJET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJET-STATUS.

      *    Référentiel sociétés du mois, dans la découpe lue par
      *    ccblbase : les deux SIREN d'un mouvement A ou M doivent y
      *    figurer.

           SELECT ASSU-REF ASSIGN TO "referentiel-societes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REF-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase,
      *    pour le contrôle de la devise et pour ramener les
      *    contrats dans la devise du client.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

      *    Journal d'audit partagé avec ccblmaint.

           SELECT OPTIONAL CLI-AUDIT ASSIGN TO "audit-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
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

       FD CLI-CONTRATS.
        01 F-DATA-CTR.
           03 F-CTR-CLE.
              05 F-CTR-ID PIC X(8).
              05 F-CTR-NO PIC X(3).
           03 F-CTR-PRODUIT PIC X(20).
           03 F-CTR-MONTANT PIC 9(8).
           03 F-CTR-DEVISE PIC X(3).
           03 F-CTR-STATUT PIC X(11).
           03 FILLER PIC X(27).

       FD MAJ-MOUVEMENTS.
       01 F-DATA-MVT PIC X(138).

       FD MAJ-REJETS.
       01 F-DATA-REJET PIC X(216).

       FD ASSU-REF.
       01 F-DATA-REF PIC X(60).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD CLI-AUDIT.
       01 F-DATA-AUDIT PIC X(311).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  MVT-STATUS PIC X(2).
       01  REJET-STATUS PIC X(2).
       01  REF-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).

      *    Date des mouvements et noms des fichiers construits sur
      *    elle.

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-TRAITEE PIC 9(8).
       01  WS-MVT-FILENAME PIC X(40).
       01  WS-REJET-FILENAME PIC X(40).

      *    Ligne de mouvement : action (A, M ou S) puis
      *    l'enregistrement du maître, le montant et les dates lus
      *    en clair pour être contrôlés numériques avant d'alimenter
      *    les zones 9(8). Dates et marque de reconduction à blanc
      *    valent, à l'ajout, non renseignées et O ; à la
      *    modification, les valeurs du maître sont conservées.

       01  WS-MVT-LIGNE.
           03 WS-MVT-ACTION PIC X(1).
           03 WS-MVT-ENREG.
              05 WS-MVT-ID-NUM PIC X(8).
              05 WS-MVT-ID-NAME PIC X(15).
              05 WS-MVT-LIBELLE PIC X(16).
              05 WS-MVT-DESCRIPTION PIC X(40).
              05 WS-MVT-STATUT PIC X(11).
              05 WS-MVT-NUMBER1 PIC X(8).
              05 WS-MVT-NUMBER2 PIC X(11).
              05 WS-MVT-NUMBER3 PIC X(8).
              05 WS-MVT-EURO PIC X(3).
              05 WS-MVT-DATE-EFFET PIC X(8).
              05 WS-MVT-ECHEANCE PIC X(8).
              05 WS-MVT-RECONDUCTION PIC X(1).

      *    Ligne de rejet : le mouvement tel que lu, suivi de ses
      *    motifs (au plus 3, par tranches de 25), comme les rejets
      *    de ccblbase.

       01  WS-REJ-LIGNE.
           03 WS-REJ-MVT PIC X(138).
           03 FILLER PIC X(3) VALUE SPACE.
           03 WS-REJ-MOTIFS PIC X(75).
       01  WS-REJ-MOTIF-IDX PIC 9(3).
       01  WS-REJ-SLOT PIC 9(1).
       01  WS-MOTIF-NB PIC 9(1).
       01  WS-MOTIF-TEXTE PIC X(25).
        01  WS-MOTIFS-COURANTS.
           03 WS-MOTIF-COURANT PIC X(25) OCCURS 3 TIMES.
       01  WS-MVT-VALIDE PIC X(1).
       01  WS-MAITRE-PRESENT PIC X(1).

      *    Compteurs du passage.

       01  WS-CPT-LUS PIC 9(5) VALUE 0.
       01  WS-CPT-AJOUTS PIC 9(5) VALUE 0.
       01  WS-CPT-MODIFS PIC 9(5) VALUE 0.
       01  WS-CPT-SUPPRS PIC 9(5) VALUE 0.
       01  WS-CPT-REJETS PIC 9(5) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).

      *    Table du référentiel sociétés, sur le modèle de ccblbase.

       01  WS-REF-NB PIC 9(4) VALUE 0.
       01  WS-REF-IDX PIC 9(4).
       01  WS-REF-TROUVE PIC X(1).
       01  WS-REF-ABSENT PIC X(1) VALUE "N".
        01  WS-REF-TABLE.
           03 WS-REF-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-REF-NB.
            05 WS-REF-SIREN PIC X(11).
            05 WS-REF-RAISON PIC X(40).
            05 WS-REF-ETAT PIC X(1).
       01  WS-REF-LIGNE.
           03 WS-REF-L-SIREN PIC X(11).
           03 WS-REF-L-RAISON PIC X(40).
           03 WS-REF-L-ETAT PIC X(1).
       01  WS-SIREN-CLE PIC X(11).

      *    Cumul des contrats du client, selon la règle de
      *    ccblmast, comme dans ccblmaint.

       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).
       01  WS-CTR-NB-VIVANTS PIC 9(3).
       01  WS-CUMUL-VIVANTS PIC 9(10).
       01  WS-CUMUL-TOUS PIC 9(10).
       01  WS-CUMUL-CLIENT PIC 9(10).
       01  WS-MONTANT-CONVERTI PIC 9(10).

      *    Table de conversion : les quatre codes historiques et les
      *    taux du jour, sur le modèle de ccblbase. Une devise hors
      *    table est un motif de rejet.

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
       01  WS-TAUX-CONTRAT PIC 9(3)V9(4).
       01  WS-TAUX-CLIENT PIC 9(3)V9(4).

      *    Zones du journal d'audit, dans la découpe de ccblmaint ;
      *    le code opérateur est celui des mises à jour par lots.

       01  WS-OPERATEUR PIC X(8) VALUE "BATCH".
       01  WS-ACTION PIC X(1).
       01  WS-AUDIT-DATE PIC 9(8).
       01  WS-AUDIT-HEURE PIC 9(8).
       01  WS-IMAGE-AVANT PIC X(137).
       01  WS-AVANT-MAITRE REDEFINES WS-IMAGE-AVANT.
           03 FILLER PIC X(120).
           03 WS-AVANT-DATE-EFFET PIC 9(8).
           03 WS-AVANT-ECHEANCE PIC 9(8).
           03 WS-AVANT-RECONDUCTION PIC X(1).
       01  WS-IMAGE-APRES PIC X(137).
       01  WS-AUDIT-LIGNE.
           03 WS-AUDIT-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-OPER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-ACTION PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-AVANT PIC X(137).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-APRES PIC X(137).

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.

      *    Date du fichier de mouvements, comme dans ccblcpte.

           DISPLAY "Date du fichier de mouvements (AAAAMMJJ, "
               "vide = aujourd'hui) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               ACCEPT WS-DATE-TRAITEE FROM DATE YYYYMMDD
           ELSE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-TRAITEE
           END-IF.
           STRING "maj-maitre-"   DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-MVT-FILENAME.
           STRING "rejets-maj-maitre-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE      DELIMITED BY SIZE
                  ".dat"               DELIMITED BY SIZE
                  INTO WS-REJET-FILENAME.

           OPEN INPUT MAJ-MOUVEMENTS.
           IF MVT-STATUS = "35"
               DISPLAY "Pas de mouvements : " WS-MVT-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MVT-STATUS NOT = "00"
               MOVE "Ouverture MAJ-MOUVEMENTS" TO WS-ABANDON-TEXTE
               MOVE MVT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           OPEN I-O CLI-MAITRE.
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

           PERFORM CHARGER-TAUX.
           PERFORM CHARGER-REFERENTIEL.
           OPEN I-O CLI-CONTRATS.
           IF CTR-STATUS = "35"
               OPEN OUTPUT CLI-CONTRATS
               CLOSE CLI-CONTRATS
               OPEN I-O CLI-CONTRATS
           END-IF.
           IF CTR-STATUS NOT = "00"
               MOVE "Ouverture CLI-CONTRATS" TO WS-ABANDON-TEXTE
               MOVE CTR-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    Une mise à jour sans trace d'audit n'est pas permise,
      *    comme dans ccblmaint.

           OPEN EXTEND CLI-AUDIT.
           IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
               MOVE "Ouverture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT MAJ-REJETS.
           IF REJET-STATUS NOT = "00"
               MOVE "Ouverture MAJ-REJETS" TO WS-ABANDON-TEXTE
               MOVE REJET-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-MOUVEMENT UNTIL WS-FIN-FICHIER = "O".

           CLOSE MAJ-REJETS.
           CLOSE CLI-AUDIT.
           CLOSE CLI-CONTRATS.
           CLOSE CLI-MAITRE.
           CLOSE MAJ-MOUVEMENTS.

           DISPLAY "Mise à jour par lots du " WS-DATE-TRAITEE ".".
           DISPLAY "Mouvements lus    : " WS-CPT-LUS.
           DISPLAY "Clients ajoutés   : " WS-CPT-AJOUTS.
           DISPLAY "Clients modifiés  : " WS-CPT-MODIFS.
           DISPLAY "Clients supprimés : " WS-CPT-SUPPRS.
           DISPLAY "Mouvements rejetés: " WS-CPT-REJETS.
           IF WS-CPT-REJETS > 0
               DISPLAY "Rejets : " WS-REJET-FILENAME
           END-IF.
           STOP RUN.

        LIRE-MOUVEMENT.

      *    Lecture d'un mouvement : contrôle, puis application ou
      *    rejet. Les lignes à blanc sont ignorées.

           MOVE SPACES TO WS-MVT-LIGNE.
           READ MAJ-MOUVEMENTS INTO WS-MVT-LIGNE.
           IF MVT-STATUS = "00"
               IF WS-MVT-LIGNE NOT = SPACES
                   ADD 1 TO WS-CPT-LUS
                   INSPECT WS-MVT-ACTION CONVERTING "ams" TO "AMS"
                   PERFORM CONTROLER-MOUVEMENT
                   IF WS-MVT-VALIDE = "O"
                       PERFORM APPLIQUER-MOUVEMENT
                   ELSE
                       PERFORM ECRIRE-REJET
                   END-IF
               END-IF
           ELSE
               IF MVT-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture MAJ-MOUVEMENTS" TO WS-ABANDON-TEXTE
                   MOVE MVT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONTROLER-MOUVEMENT.

      *    Contrôles d'un mouvement. La présence de l'ID-NUM au
      *    maître est vérifiée pour toutes les actions ; les zones
      *    de l'enregistrement ne le sont que pour A et M, une
      *    suppression ne portant que sur la clé. L'enregistrement
      *    lu reste dans F-DATA-MAITRE pour M et S.

           MOVE "O" TO WS-MVT-VALIDE.
           MOVE 0 TO WS-MOTIF-NB.
           IF WS-MVT-ACTION NOT = "A" AND WS-MVT-ACTION NOT = "M"
               AND WS-MVT-ACTION NOT = "S"
               MOVE "Action inconnue" TO WS-MOTIF-TEXTE
               PERFORM NOTER-MOTIF
           END-IF.
           IF WS-MVT-ID-NUM = SPACES
               MOVE "ID-NUM manquant" TO WS-MOTIF-TEXTE
               PERFORM NOTER-MOTIF
           END-IF.
           IF WS-MVT-VALIDE = "O"
               PERFORM CHERCHER-CLIENT
               IF WS-MVT-ACTION = "A" AND WS-MAITRE-PRESENT = "O"
                   MOVE "ID-NUM déjà présent" TO WS-MOTIF-TEXTE
                   PERFORM NOTER-MOTIF
               END-IF
               IF WS-MVT-ACTION NOT = "A" AND WS-MAITRE-PRESENT = "N"
                   MOVE "ID-NUM inconnu" TO WS-MOTIF-TEXTE
                   PERFORM NOTER-MOTIF
               END-IF
           END-IF.
           IF WS-MVT-ACTION = "A" OR WS-MVT-ACTION = "M"
               PERFORM CONTROLER-ZONES
           END-IF.

        CONTROLER-ZONES.

           IF WS-MVT-NUMBER3 NOT NUMERIC
               MOVE "Montant non numérique" TO WS-MOTIF-TEXTE
               PERFORM NOTER-MOTIF
           END-IF.
           IF (WS-MVT-DATE-EFFET NOT = SPACES
               AND WS-MVT-DATE-EFFET NOT NUMERIC)
               OR (WS-MVT-ECHEANCE NOT = SPACES
               AND WS-MVT-ECHEANCE NOT NUMERIC)
               MOVE "Date non numérique" TO WS-MOTIF-TEXTE
               PERFORM NOTER-MOTIF
           END-IF.
           INSPECT WS-MVT-RECONDUCTION CONVERTING "on" TO "ON".
           IF WS-MVT-RECONDUCTION NOT = SPACE
               AND WS-MVT-RECONDUCTION NOT = "O"
               AND WS-MVT-RECONDUCTION NOT = "N"
               MOVE "Reconduction inconnue" TO WS-MOTIF-TEXTE
               PERFORM NOTER-MOTIF
           END-IF.
           IF WS-MVT-STATUT NOT = "Actif"
               AND WS-MVT-STATUT NOT = "Resilie"
               AND WS-MVT-STATUT NOT = "Suspendu"
               MOVE "Statut inconnu" TO WS-MOTIF-TEXTE
               PERFORM NOTER-MOTIF
           END-IF.
           MOVE WS-MVT-EURO TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           IF WS-CONV-TROUVE = "N"
               MOVE "Devise inconnue" TO WS-MOTIF-TEXTE
               PERFORM NOTER-MOTIF
           END-IF.
           IF WS-REF-ABSENT = "N"
               MOVE WS-MVT-NUMBER1 TO WS-SIREN-CLE
               PERFORM CHERCHER-REF
               IF WS-REF-TROUVE = "N"
                   MOVE "SIREN 1 inconnu" TO WS-MOTIF-TEXTE
                   PERFORM NOTER-MOTIF
               END-IF
               MOVE WS-MVT-NUMBER2 TO WS-SIREN-CLE
               PERFORM CHERCHER-REF
               IF WS-REF-TROUVE = "N"
                   MOVE "SIREN 2 inconnu" TO WS-MOTIF-TEXTE
                   PERFORM NOTER-MOTIF
               END-IF
           END-IF.

        NOTER-MOTIF.

      *    Un motif de plus pour le mouvement courant, 3 au plus
      *    retenus pour la ligne de rejet.

           MOVE "N" TO WS-MVT-VALIDE.
           IF WS-MOTIF-NB < 3
               ADD 1 TO WS-MOTIF-NB
               MOVE WS-MOTIF-TEXTE TO WS-MOTIF-COURANT(WS-MOTIF-NB)
           END-IF.

        CHERCHER-CLIENT.

           MOVE WS-MVT-ID-NUM TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS = "00"
               MOVE "O" TO WS-MAITRE-PRESENT
           ELSE
               IF MAITRE-STATUS = "23"
                   MOVE "N" TO WS-MAITRE-PRESENT
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ECRIRE-REJET.

      *    Dépôt du mouvement refusé, suivi de ses motifs.

           MOVE SPACES TO WS-REJ-MOTIFS.
           MOVE WS-MVT-LIGNE TO WS-REJ-MVT.
           PERFORM GARNIR-MOTIF-REJET VARYING WS-REJ-MOTIF-IDX
           FROM 1 BY 1 UNTIL WS-REJ-MOTIF-IDX > WS-MOTIF-NB.
           WRITE F-DATA-REJET FROM WS-REJ-LIGNE.
           IF REJET-STATUS NOT = "00"
               MOVE "Écriture MAJ-REJETS" TO WS-ABANDON-TEXTE
               MOVE REJET-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           ADD 1 TO WS-CPT-REJETS.

        GARNIR-MOTIF-REJET.

           COMPUTE WS-REJ-SLOT = WS-REJ-MOTIF-IDX.
           MOVE WS-MOTIF-COURANT(WS-REJ-MOTIF-IDX)
               TO WS-REJ-MOTIFS((WS-REJ-SLOT * 25 - 24):25).

        APPLIQUER-MOUVEMENT.

           MOVE WS-MVT-ACTION TO WS-ACTION.
           IF WS-MVT-ACTION = "A"
               PERFORM AJOUTER-CLIENT
           END-IF.
           IF WS-MVT-ACTION = "M"
               PERFORM MODIFIER-CLIENT
           END-IF.
           IF WS-MVT-ACTION = "S"
               PERFORM SUPPRIMER-CLIENT
           END-IF.

        AJOUTER-CLIENT.

      *    Création du client et de son contrat 001, comme dans
      *    ccblmaint.

           MOVE WS-MVT-ENREG TO F-DATA-MAITRE.
           IF WS-MVT-DATE-EFFET = SPACES
               MOVE 0 TO F-MAITRE-DATE-EFFET
           END-IF.
           IF WS-MVT-ECHEANCE = SPACES
               MOVE 0 TO F-MAITRE-ECHEANCE
           END-IF.
           IF WS-MVT-RECONDUCTION = SPACE
               MOVE "O" TO F-MAITRE-RECONDUCTION
           END-IF.
           WRITE F-DATA-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Écriture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE SPACES TO WS-IMAGE-AVANT.
           MOVE F-DATA-MAITRE TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT.
           PERFORM CREER-CONTRAT-INITIAL.
           ADD 1 TO WS-CPT-AJOUTS.

        MODIFIER-CLIENT.

      *    Remplacement de l'enregistrement lu au contrôle. Le
      *    montant d'un client qui a des contrats reste leur cumul,
      *    comme dans ccblmaint.

           MOVE F-DATA-MAITRE TO WS-IMAGE-AVANT.
           MOVE WS-MVT-ENREG TO F-DATA-MAITRE.
           IF WS-MVT-DATE-EFFET = SPACES
               MOVE WS-AVANT-DATE-EFFET TO F-MAITRE-DATE-EFFET
           END-IF.
           IF WS-MVT-ECHEANCE = SPACES
               MOVE WS-AVANT-ECHEANCE TO F-MAITRE-ECHEANCE
           END-IF.
           IF WS-MVT-RECONDUCTION = SPACE
               MOVE WS-AVANT-RECONDUCTION TO F-MAITRE-RECONDUCTION
           END-IF.
           PERFORM CUMULER-CONTRATS.
           IF WS-CTR-NB > 0
               MOVE WS-CUMUL-CLIENT TO F-MAITRE-NUMBER3
           END-IF.
           REWRITE F-DATA-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Réécriture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE F-DATA-MAITRE TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT.
           ADD 1 TO WS-CPT-MODIFS.

        SUPPRIMER-CLIENT.

      *    Suppression du client lu au contrôle et de ses contrats.

           MOVE F-DATA-MAITRE TO WS-IMAGE-AVANT.
           DELETE CLI-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Suppression CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE SPACES TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT.
           PERFORM SUPPRIMER-CONTRATS-CLIENT.
           ADD 1 TO WS-CPT-SUPPRS.

        CREER-CONTRAT-INITIAL.

      *    Contrat 001 d'un client qui vient d'être ajouté, repris
      *    de l'enregistrement du maître. Un contrat 001 resté d'un
      *    ancien client du même ID-NUM est laissé en place.

           MOVE SPACES TO F-DATA-CTR.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE "001" TO F-CTR-NO.
           MOVE "Contrat d'origine" TO F-CTR-PRODUIT.
           MOVE F-MAITRE-NUMBER3 TO F-CTR-MONTANT.
           MOVE F-MAITRE-EURO TO F-CTR-DEVISE.
           MOVE F-MAITRE-STATUT TO F-CTR-STATUT.
           WRITE F-DATA-CTR.
           IF CTR-STATUS = "00"
               MOVE "C" TO WS-ACTION
               MOVE SPACES TO WS-IMAGE-AVANT
               MOVE F-DATA-CTR TO WS-IMAGE-APRES
               PERFORM ECRIRE-AUDIT
               MOVE "A" TO WS-ACTION
           ELSE
               IF CTR-STATUS NOT = "22"
                   MOVE "Écriture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SUPPRIMER-CONTRATS-CLIENT.

      *    Suppression des contrats d'un client supprimé du maître,
      *    chacun tracé par une ligne d'audit d'action C.

           MOVE "C" TO WS-ACTION.
           MOVE WS-MVT-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM SUPPRIMER-CONTRAT-SUIVANT
                   UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           MOVE "S" TO WS-ACTION.

        SUPPRIMER-CONTRAT-SUIVANT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = WS-MVT-ID-NUM
                   MOVE F-DATA-CTR TO WS-IMAGE-AVANT
                   DELETE CLI-CONTRATS
                   IF CTR-STATUS NOT = "00"
                       MOVE "Suppression CLI-CONTRATS"
                           TO WS-ABANDON-TEXTE
                       MOVE CTR-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   MOVE SPACES TO WS-IMAGE-APRES
                   PERFORM ECRIRE-AUDIT
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CUMULER-CONTRATS.

      *    Cumul des contrats du client en F-DATA-MAITRE, dans sa
      *    devise, selon la règle de ccblmast. WS-CTR-NB = 0 :
      *    aucun contrat.

           MOVE 0 TO WS-CTR-NB.
           MOVE 0 TO WS-CTR-NB-VIVANTS.
           MOVE 0 TO WS-CUMUL-VIVANTS.
           MOVE 0 TO WS-CUMUL-TOUS.
           MOVE F-MAITRE-EURO TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           MOVE WS-TAUX-CONTRAT TO WS-TAUX-CLIENT.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM LIRE-CONTRAT-CLIENT UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-CTR-NB-VIVANTS > 0
               MOVE WS-CUMUL-VIVANTS TO WS-CUMUL-CLIENT
           ELSE
               MOVE WS-CUMUL-TOUS TO WS-CUMUL-CLIENT
           END-IF.
           IF WS-CUMUL-CLIENT > 99999999
               DISPLAY "Cumul des contrats hors capacité : "
                   F-MAITRE-ID-NUM
               MOVE 99999999 TO WS-CUMUL-CLIENT
           END-IF.

        LIRE-CONTRAT-CLIENT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   PERFORM CONVERTIR-CONTRAT
                   ADD WS-MONTANT-CONVERTI TO WS-CUMUL-TOUS
                   IF F-CTR-STATUT = "Actif"
                       OR F-CTR-STATUT = "Suspendu"
                       ADD 1 TO WS-CTR-NB-VIVANTS
                       ADD WS-MONTANT-CONVERTI TO WS-CUMUL-VIVANTS
                   END-IF
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONVERTIR-CONTRAT.

      *    Montant du contrat dans la devise du client, par l'euro
      *    et arrondi au centime.

           IF F-CTR-DEVISE = F-MAITRE-EURO
               MOVE F-CTR-MONTANT TO WS-MONTANT-CONVERTI
           ELSE
               MOVE F-CTR-DEVISE TO WS-CONV-DEVISE
               PERFORM CHERCHER-TAUX
               COMPUTE WS-MONTANT-CONVERTI ROUNDED =
                   F-CTR-MONTANT * WS-TAUX-CONTRAT / WS-TAUX-CLIENT
           END-IF.

        CHERCHER-TAUX.

      *    Taux du jour de WS-CONV-DEVISE dans WS-TAUX-CONTRAT ; un
      *    code non reconnu compte pour 1 (WS-CONV-TROUVE = "N").

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-CONTRAT
           ELSE
               MOVE 1 TO WS-TAUX-CONTRAT
           END-IF.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-CONV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
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

        CHARGER-REFERENTIEL.

      *    Chargement du référentiel sociétés du mois. Un fichier
      *    absent est toléré et signalé, comme dans ccblbase : les
      *    SIREN ne sont alors pas rapprochés.

           OPEN INPUT ASSU-REF.
           IF REF-STATUS = "00"
               PERFORM LIRE-REFERENTIEL UNTIL REF-STATUS = "10"
               CLOSE ASSU-REF
           ELSE
               IF REF-STATUS = "35"
                   MOVE "O" TO WS-REF-ABSENT
                   DISPLAY "Référentiel sociétés absent : "
                       "rapprochement SIREN non effectué."
               ELSE
                   MOVE "Ouverture ASSU-REF" TO WS-ABANDON-TEXTE
                   MOVE REF-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-REFERENTIEL.

           READ ASSU-REF INTO WS-REF-LIGNE.
           IF REF-STATUS = "00"
               IF WS-REF-L-SIREN NOT = SPACES
                   IF WS-REF-NB >= 2000
                       MOVE "Référentiel trop volumineux"
                           TO WS-ABANDON-TEXTE
                       MOVE REF-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   ADD 1 TO WS-REF-NB
                   MOVE WS-REF-L-SIREN TO WS-REF-SIREN(WS-REF-NB)
                   MOVE WS-REF-L-RAISON TO WS-REF-RAISON(WS-REF-NB)
                   MOVE WS-REF-L-ETAT TO WS-REF-ETAT(WS-REF-NB)
               END-IF
           ELSE
               IF REF-STATUS NOT = "10"
                   MOVE "Lecture ASSU-REF" TO WS-ABANDON-TEXTE
                   MOVE REF-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CHERCHER-REF.

      *    Recherche de WS-SIREN-CLE dans la table du référentiel.

           MOVE "N" TO WS-REF-TROUVE.
           IF WS-REF-NB > 0
               PERFORM COMPARER-REF VARYING WS-REF-IDX
               FROM 1 BY 1 UNTIL WS-REF-IDX > WS-REF-NB
               OR WS-REF-TROUVE = "O"
           END-IF.

        COMPARER-REF.

           IF WS-REF-SIREN(WS-REF-IDX) = WS-SIREN-CLE
               MOVE "O" TO WS-REF-TROUVE
           END-IF.

        ECRIRE-AUDIT.

      *    Ligne d'audit du mouvement appliqué, dans la découpe de
      *    ccblmaint.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-AUDIT-L-DATE.
           MOVE WS-AUDIT-HEURE(1:6) TO WS-AUDIT-L-HEURE.
           MOVE WS-OPERATEUR TO WS-AUDIT-L-OPER.
           MOVE WS-ACTION TO WS-AUDIT-L-ACTION.
           MOVE WS-MVT-ID-NUM TO WS-AUDIT-L-ID.
           MOVE WS-IMAGE-AVANT TO WS-AUDIT-L-AVANT.
           MOVE WS-IMAGE-APRES TO WS-AUDIT-L-APRES.
           WRITE F-DATA-AUDIT FROM WS-AUDIT-LIGNE.
           IF AUDIT-STATUS NOT = "00"
               MOVE "Écriture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
