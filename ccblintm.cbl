       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblintm.

      *    Tenue du référentiel des intermédiaires : pour chaque IRP
      *    (la zone LIBELLE du maître), une suite de périodes datées,
      *    chacune portant le taux de commission applicable à partir
      *    de sa date de début, jusqu'à la période suivante du même
      *    IRP - le taux peut ainsi changer en cours d'année sans
      *    perdre celui des encaissements antérieurs. La période
      *    porte aussi le nom de l'intermédiaire et son code
      *    fournisseur en comptabilité fournisseurs. Ajout,
      *    modification, suppression et liste des périodes d'un IRP
      *    en conversationnel sur la console, sur le modèle de
      *    ccblmand, avec la même ouverture de session et la même
      *    trace dans le journal d'audit (action I, images de la
      *    période, l'ID portant les huit premiers caractères de
      *    l'IRP). Le référentiel est lu par les bordereaux de
      *    commissions trimestriels (ccblcomm).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Référentiel des intermédiaires, clé IRP + date de début
      *    de la période.

           SELECT CLI-INTERM ASSIGN TO "intermediaires.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-INTM-CLE
           FILE STATUS IS INTM-STATUS.

      *    Journal d'audit des mises à jour en ligne, partagé avec
      *    ccblmaint et consulté par ccblaudi.

           SELECT OPTIONAL CLI-AUDIT ASSIGN TO "audit-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

      *    Fichier des opérateurs tenu par ccbloper, pour
      *    l'ouverture de session, et journal de sécurité.

           SELECT CLI-OPERATEURS ASSIGN TO "operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-OPER-CODE
           FILE STATUS IS OPER-STATUS.

           SELECT OPTIONAL CLI-SECURITE
           ASSIGN TO "journal-securite.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECU-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *    Période d'un intermédiaire : taux de commission en pour
      *    cent avec deux décimales (00750 = 7,50 %), nom, code
      *    fournisseur, date et opérateur de la dernière mise à jour.

       FD CLI-INTERM.
        01 F-DATA-INTM.
           03 F-INTM-CLE.
              05 F-INTM-LIBELLE PIC X(16).
              05 F-INTM-DATE-DEBUT PIC 9(8).
           03 F-INTM-NOM PIC X(30).
           03 F-INTM-TAUX PIC 9(3)V9(2).
           03 F-INTM-FOURNISSEUR PIC X(10).
           03 F-INTM-DATE-MAJ PIC 9(8).
           03 F-INTM-OPER PIC X(8).
           03 FILLER PIC X(15).

       FD CLI-AUDIT.
       01 F-DATA-AUDIT PIC X(311).

       FD CLI-OPERATEURS.
        01 F-DATA-OPER.
           03 F-OPER-CODE PIC X(8).
           03 F-OPER-NOM PIC X(30).
           03 F-OPER-MOT-PASSE PIC X(12).
           03 F-OPER-ACTIF PIC X(1).
           03 F-OPER-ROLE PIC X(1).
           03 F-OPER-ECHECS PIC 9(2).
           03 F-OPER-DATE-CONNEXION PIC 9(8).
           03 F-OPER-DATE-MAJ PIC 9(8).
           03 FILLER PIC X(10).

       FD CLI-SECURITE.
       01 F-DATA-SECU PIC X(100).

       WORKING-STORAGE SECTION.
       01  INTM-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  OPER-STATUS PIC X(2).
       01  SECU-STATUS PIC X(2).

      *    Choix de l'opérateur : A = ajout, M = modification,
      *    S = suppression, L = liste des périodes d'un IRP, F = fin
      *    de la session. L'action portée au journal d'audit est
      *    toujours I (intermédiaire).

       01  WS-ACTION PIC X(1).
       01  WS-ID-SAISI PIC X(8).
       01  WS-DATE-JOUR PIC 9(8).

      *    Zones de saisie de la période, contrôlées avant
      *    d'alimenter l'enregistrement. En modification, une zone
      *    laissée vide garde sa valeur.

       01  WS-SAISIE-LIBELLE PIC X(16).
       01  WS-SAISIE-DATE PIC X(8).
       01  WS-SAISIE-DATE-DETAIL REDEFINES WS-SAISIE-DATE.
           03 WS-SAISIE-AAAA PIC 9(4).
           03 WS-SAISIE-MM PIC 9(2).
           03 WS-SAISIE-JJ PIC 9(2).
       01  WS-SAISIE-NOM PIC X(30).
       01  WS-SAISIE-TAUX PIC X(5).
       01  WS-SAISIE-TAUX-NUM REDEFINES WS-SAISIE-TAUX
               PIC 9(3)V9(2).
       01  WS-SAISIE-FOURN PIC X(10).
       01  WS-SAISIE-VALIDE PIC X(1).

      *    Liste des périodes d'un IRP et édition du taux.

       01  WS-LISTE-FIN PIC X(1).
       01  WS-CPT-PERIODES PIC 9(3).
       01  WS-TAUX-NUM PIC 9(3)V9(2).
       01  WS-TAUX-CHIFFRES REDEFINES WS-TAUX-NUM PIC X(5).
       01  WS-TAUX-EDIT PIC X(8).
       01  VIRGULE PIC X VALUE ",".

      *    Zones du journal d'audit, dans la découpe de ccblmaint :
      *    l'image de la période (100 caractères) tient dans celle
      *    du maître.

       01  WS-OPERATEUR PIC X(8).
       01  WS-AUDIT-DATE PIC 9(8).
       01  WS-AUDIT-HEURE PIC 9(8).
       01  WS-IMAGE-AVANT PIC X(137).
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

      *    Identification de l'opérateur en début de session, comme
      *    dans ccbloper : mot de passe saisi, rôle retenu et son
      *    rang (C=1 M=2 S=3 A=4), rang minimum exigé, seuil de
      *    verrouillage ; rôle exigé par une action et son issue.

       01  WS-MOT-PASSE PIC X(12).
       01  WS-ROLE PIC X(1).
       01  WS-ROLE-CODE PIC X(1).
       01  WS-ROLE-RANG PIC 9(1).
       01  WS-ROLE-RANG-OPER PIC 9(1).
       01  WS-ROLE-MINIMUM PIC X(1) VALUE "M".
       01  WS-ROLE-AUTORISE PIC X(1).
       01  WS-ECHECS-MAX PIC 9(2) VALUE 3.

      *    Ligne du journal de sécurité, dans la découpe de
      *    ccbloper.

       01  WS-SECU-JOUR PIC 9(8).
       01  WS-SECU-HEURE PIC 9(8).
       01  WS-SECU-LIGNE.
           03 WS-SECU-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-PROGRAMME PIC X(9) VALUE "ccblintm".
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-OPER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-TYPE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-CIBLE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-MOTIF PIC X(40).
           03 FILLER PIC X(14) VALUE SPACES.

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.

      *    L'opérateur ouvre la session, comme dans ccblmand : rôle
      *    M au moins, la suppression d'une période exige le rôle S.

           PERFORM IDENTIFIER-OPERATEUR.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Référentiel : créé vide s'il n'existe pas encore.

           OPEN I-O CLI-INTERM.
           IF INTM-STATUS = "35"
               OPEN OUTPUT CLI-INTERM
               CLOSE CLI-INTERM
               OPEN I-O CLI-INTERM
           END-IF.
           IF INTM-STATUS NOT = "00"
               MOVE "Ouverture CLI-INTERM" TO WS-ABANDON-TEXTE
               MOVE INTM-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           OPEN EXTEND CLI-AUDIT.
           IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
               MOVE "Ouverture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM TRAITER-UNE-ACTION UNTIL WS-ACTION = "F".

           CLOSE CLI-AUDIT.
           CLOSE CLI-INTERM.
           DISPLAY "Fin de la mise à jour des intermédiaires.".
           STOP RUN.

        TRAITER-UNE-ACTION.

      *    Une itération de la session : choix de l'action, saisie de
      *    la clé, puis aiguillage. La liste ne demande que l'IRP.

           DISPLAY " ".
           DISPLAY "Action (A=ajout M=modification S=suppression"
               " L=liste F=fin) ?".
           ACCEPT WS-ACTION.
           INSPECT WS-ACTION CONVERTING "amslf" TO "AMSLF".
           IF WS-ACTION = "A" OR WS-ACTION = "M" OR WS-ACTION = "S"
               OR WS-ACTION = "L"
               PERFORM SAISIR-CLE
               IF WS-SAISIE-VALIDE = "O"
                   IF WS-ACTION = "A"
                       PERFORM AJOUTER-PERIODE
                   END-IF
                   IF WS-ACTION = "M"
                       PERFORM MODIFIER-PERIODE
                   END-IF
                   IF WS-ACTION = "S"
                       MOVE "S" TO WS-ROLE-CODE
                       MOVE "Suppression période IRP refusée"
                           TO WS-SECU-L-MOTIF
                       PERFORM CONTROLER-ROLE
                       IF WS-ROLE-AUTORISE = "O"
                           PERFORM SUPPRIMER-PERIODE
                       END-IF
                   END-IF
                   IF WS-ACTION = "L"
                       PERFORM LISTER-PERIODES
                   END-IF
               END-IF
           ELSE
               IF WS-ACTION NOT = "F"
                   DISPLAY "Choix non reconnu."
               END-IF
           END-IF.

        SAISIR-CLE.

      *    Saisie de l'IRP, tel qu'il figure dans la zone LIBELLE du
      *    maître, puis - sauf pour la liste - de la date de début
      *    de la période.

           MOVE "O" TO WS-SAISIE-VALIDE.
           DISPLAY "IRP (libellé du maître) ?".
           MOVE SPACES TO WS-SAISIE-LIBELLE.
           ACCEPT WS-SAISIE-LIBELLE.
           MOVE WS-SAISIE-LIBELLE(1:8) TO WS-ID-SAISI.
           IF WS-SAISIE-LIBELLE = SPACES
               DISPLAY "IRP obligatoire."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-VALIDE = "O" AND WS-ACTION NOT = "L"
               DISPLAY "Début de la période (AAAAMMJJ) ?"
               MOVE SPACES TO WS-SAISIE-DATE
               ACCEPT WS-SAISIE-DATE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date non numérique."
                   MOVE "N" TO WS-SAISIE-VALIDE
               ELSE
                   IF WS-SAISIE-MM < 1 OR WS-SAISIE-MM > 12
                       OR WS-SAISIE-JJ < 1 OR WS-SAISIE-JJ > 31
                       DISPLAY "Date de début invalide."
                       MOVE "N" TO WS-SAISIE-VALIDE
                   END-IF
               END-IF
           END-IF.

        AJOUTER-PERIODE.

      *    Création d'une période : nom, taux et code fournisseur
      *    sont tous exigés.

           PERFORM SAISIR-CHAMPS-PERIODE.
           IF WS-SAISIE-VALIDE = "O"
               IF WS-SAISIE-NOM = SPACES
                   OR WS-SAISIE-TAUX = SPACES
                   OR WS-SAISIE-FOURN = SPACES
                   DISPLAY "Nom, taux et code fournisseur "
                       "obligatoires : action abandonnée."
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF
           END-IF.
           IF WS-SAISIE-VALIDE = "O"
               MOVE SPACES TO F-DATA-INTM
               MOVE WS-SAISIE-LIBELLE TO F-INTM-LIBELLE
               MOVE WS-SAISIE-DATE TO F-INTM-DATE-DEBUT
               PERFORM GARNIR-ENREG-PERIODE
               WRITE F-DATA-INTM
               IF INTM-STATUS = "00"
                   DISPLAY "Période " WS-SAISIE-DATE " de "
                       WS-SAISIE-LIBELLE " ajoutée."
                   MOVE SPACES TO WS-IMAGE-AVANT
                   MOVE F-DATA-INTM TO WS-IMAGE-APRES
                   PERFORM ECRIRE-AUDIT
               ELSE
                   IF INTM-STATUS = "22"
                       DISPLAY "Période déjà présente : utiliser M."
                   ELSE
                       MOVE "Écriture CLI-INTERM" TO WS-ABANDON-TEXTE
                       MOVE INTM-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        MODIFIER-PERIODE.

      *    Modification d'une période existante ; une zone laissée
      *    vide garde sa valeur. La date de début, qui est la clé,
      *    ne se modifie pas : supprimer puis ajouter.

           MOVE WS-SAISIE-LIBELLE TO F-INTM-LIBELLE.
           MOVE WS-SAISIE-DATE TO F-INTM-DATE-DEBUT.
           READ CLI-INTERM.
           IF INTM-STATUS = "00"
               MOVE F-DATA-INTM TO WS-IMAGE-AVANT
               PERFORM AFFICHER-PERIODE
               DISPLAY "(zone vide = inchangée)"
               PERFORM SAISIR-CHAMPS-PERIODE
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM GARNIR-ENREG-PERIODE
                   REWRITE F-DATA-INTM
                   IF INTM-STATUS = "00"
                       DISPLAY "Période " WS-SAISIE-DATE " de "
                           WS-SAISIE-LIBELLE " modifiée."
                       MOVE F-DATA-INTM TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       MOVE "Réécriture CLI-INTERM"
                           TO WS-ABANDON-TEXTE
                       MOVE INTM-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           ELSE
               IF INTM-STATUS = "23"
                   DISPLAY "Pas de période " WS-SAISIE-DATE
                       " pour : " WS-SAISIE-LIBELLE
               ELSE
                   MOVE "Lecture CLI-INTERM" TO WS-ABANDON-TEXTE
                   MOVE INTM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SUPPRIMER-PERIODE.

      *    Suppression d'une période après confirmation : les
      *    encaissements de ses dates relèvent alors de la période
      *    précédente du même IRP.

           MOVE WS-SAISIE-LIBELLE TO F-INTM-LIBELLE.
           MOVE WS-SAISIE-DATE TO F-INTM-DATE-DEBUT.
           READ CLI-INTERM.
           IF INTM-STATUS = "00"
               MOVE F-DATA-INTM TO WS-IMAGE-AVANT
               PERFORM AFFICHER-PERIODE
               DISPLAY "Confirmer la suppression (O/N) ?"
               ACCEPT WS-SAISIE-VALIDE
               INSPECT WS-SAISIE-VALIDE CONVERTING "o" TO "O"
               IF WS-SAISIE-VALIDE = "O"
                   DELETE CLI-INTERM
                   IF INTM-STATUS = "00"
                       DISPLAY "Période " WS-SAISIE-DATE " de "
                           WS-SAISIE-LIBELLE " supprimée."
                       MOVE SPACES TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       MOVE "Suppression CLI-INTERM"
                           TO WS-ABANDON-TEXTE
                       MOVE INTM-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               ELSE
                   DISPLAY "Suppression abandonnée."
               END-IF
           ELSE
               IF INTM-STATUS = "23"
                   DISPLAY "Pas de période " WS-SAISIE-DATE
                       " pour : " WS-SAISIE-LIBELLE
               ELSE
                   MOVE "Lecture CLI-INTERM" TO WS-ABANDON-TEXTE
                   MOVE INTM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LISTER-PERIODES.

      *    Liste des périodes de l'IRP saisi, par date de début :
      *    positionnement sur sa première période, puis lecture
      *    suivante tant que la clé porte son libellé.

           MOVE 0 TO WS-CPT-PERIODES.
           MOVE WS-SAISIE-LIBELLE TO F-INTM-LIBELLE.
           MOVE 0 TO F-INTM-DATE-DEBUT.
           START CLI-INTERM KEY IS NOT LESS THAN F-INTM-CLE.
           IF INTM-STATUS = "00"
               MOVE "N" TO WS-LISTE-FIN
               PERFORM LIRE-PERIODE-SUIVANTE UNTIL WS-LISTE-FIN = "O"
           ELSE
               IF INTM-STATUS NOT = "23"
                   MOVE "Positionnement CLI-INTERM"
                       TO WS-ABANDON-TEXTE
                   MOVE INTM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-CPT-PERIODES = 0
               DISPLAY "Aucune période pour : " WS-SAISIE-LIBELLE
           END-IF.

        LIRE-PERIODE-SUIVANTE.

           READ CLI-INTERM NEXT.
           IF INTM-STATUS = "00"
               IF F-INTM-LIBELLE = WS-SAISIE-LIBELLE
                   ADD 1 TO WS-CPT-PERIODES
                   MOVE F-INTM-TAUX TO WS-TAUX-NUM
                   PERFORM EDITER-TAUX
                   DISPLAY "Du " F-INTM-DATE-DEBUT " : "
                       WS-TAUX-EDIT "  " F-INTM-NOM " "
                       F-INTM-FOURNISSEUR
               ELSE
                   MOVE "O" TO WS-LISTE-FIN
               END-IF
           ELSE
               IF INTM-STATUS = "10"
                   MOVE "O" TO WS-LISTE-FIN
               ELSE
                   MOVE "Lecture CLI-INTERM" TO WS-ABANDON-TEXTE
                   MOVE INTM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SAISIR-CHAMPS-PERIODE.

      *    Saisie du nom, du taux et du code fournisseur. Le taux
      *    est saisi sur cinq chiffres dont deux décimales (00750
      *    pour 7,50 %) et ne peut dépasser 100 % ; la moindre faute
      *    abandonne l'action sans toucher au fichier.

           MOVE "O" TO WS-SAISIE-VALIDE.
           DISPLAY "Nom de l'intermédiaire ?".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.
           DISPLAY "Taux de commission (5 chiffres dont 2 décimales,"
               " 00750 = 7,50 %) ?".
           MOVE SPACES TO WS-SAISIE-TAUX.
           ACCEPT WS-SAISIE-TAUX.
           DISPLAY "Code fournisseur ?".
           MOVE SPACES TO WS-SAISIE-FOURN.
           ACCEPT WS-SAISIE-FOURN.
           INSPECT WS-SAISIE-FOURN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SAISIE-TAUX NOT = SPACES
               IF WS-SAISIE-TAUX NOT NUMERIC
                   DISPLAY "Taux non numérique : action abandonnée."
                   MOVE "N" TO WS-SAISIE-VALIDE
               ELSE
                   IF WS-SAISIE-TAUX-NUM > 100
                       DISPLAY "Taux supérieur à 100 % : action "
                           "abandonnée."
                       MOVE "N" TO WS-SAISIE-VALIDE
                   END-IF
               END-IF
           END-IF.

        GARNIR-ENREG-PERIODE.

      *    Report des zones saisies dans l'enregistrement de la
      *    période, avec la date et l'opérateur de la mise à jour.

           IF WS-SAISIE-NOM NOT = SPACES
               MOVE WS-SAISIE-NOM TO F-INTM-NOM
           END-IF.
           IF WS-SAISIE-TAUX NOT = SPACES
               MOVE WS-SAISIE-TAUX-NUM TO F-INTM-TAUX
           END-IF.
           IF WS-SAISIE-FOURN NOT = SPACES
               MOVE WS-SAISIE-FOURN TO F-INTM-FOURNISSEUR
           END-IF.
           MOVE WS-DATE-JOUR TO F-INTM-DATE-MAJ.
           MOVE WS-OPERATEUR TO F-INTM-OPER.

        EDITER-TAUX.

      *    Taux de WS-TAUX-NUM édité avec sa virgule (007,50 %).

           MOVE SPACES TO WS-TAUX-EDIT.
           MOVE WS-TAUX-CHIFFRES(1:3) TO WS-TAUX-EDIT(1:3).
           MOVE VIRGULE TO WS-TAUX-EDIT(4:1).
           MOVE WS-TAUX-CHIFFRES(4:2) TO WS-TAUX-EDIT(5:2).
           MOVE " %" TO WS-TAUX-EDIT(7:2).

        ECRIRE-AUDIT.

      *    Ligne d'audit de l'action qui vient d'aboutir, dans la
      *    découpe de ccblmaint, sous l'action I.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-AUDIT-L-DATE.
           MOVE WS-AUDIT-HEURE(1:6) TO WS-AUDIT-L-HEURE.
           MOVE WS-OPERATEUR TO WS-AUDIT-L-OPER.
           MOVE "I" TO WS-AUDIT-L-ACTION.
           MOVE WS-ID-SAISI TO WS-AUDIT-L-ID.
           MOVE WS-IMAGE-AVANT TO WS-AUDIT-L-AVANT.
           MOVE WS-IMAGE-APRES TO WS-AUDIT-L-APRES.
           WRITE F-DATA-AUDIT FROM WS-AUDIT-LIGNE.
           IF AUDIT-STATUS NOT = "00"
               MOVE "Écriture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        AFFICHER-PERIODE.

      *    Affichage de la période telle qu'elle figure dans le
      *    fichier.

           MOVE F-INTM-TAUX TO WS-TAUX-NUM.
           PERFORM EDITER-TAUX.
           DISPLAY "IRP         : " F-INTM-LIBELLE.
           DISPLAY "Début       : " F-INTM-DATE-DEBUT.
           DISPLAY "Nom         : " F-INTM-NOM.
           DISPLAY "Taux        : " WS-TAUX-EDIT.
           DISPLAY "Fournisseur : " F-INTM-FOURNISSEUR.
           DISPLAY "Mise à jour : " F-INTM-DATE-MAJ " par "
               F-INTM-OPER.

        IDENTIFIER-OPERATEUR.

      *    Ouverture de session, comme dans ccbloper : code et mot
      *    de passe contrôlés contre le fichier des opérateurs, puis
      *    le rôle contre WS-ROLE-MINIMUM. Toute connexion refusée
      *    est tracée au journal de sécurité et arrête le
      *    programme ; un mot de passe erroné compte un échec, le
      *    troisième verrouille l'opérateur.

           ACCEPT WS-SECU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Code opérateur ?".
           MOVE SPACES TO WS-OPERATEUR.
           ACCEPT WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "Code opérateur obligatoire."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Mot de passe ?".
           MOVE SPACES TO WS-MOT-PASSE.
           ACCEPT WS-MOT-PASSE.
           OPEN I-O CLI-OPERATEURS.
           IF OPER-STATUS = "35"
               DISPLAY "Fichier des opérateurs absent : lancer "
                   "d'abord ccbloper"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Ouverture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE WS-OPERATEUR TO F-OPER-CODE.
           READ CLI-OPERATEURS.
           IF OPER-STATUS = "23"
               MOVE "Opérateur inconnu" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Lecture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ACTIF NOT = "O"
               MOVE "Opérateur inactif" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "Opérateur verrouillé" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-MOT-PASSE NOT = WS-MOT-PASSE
               PERFORM COMPTER-ECHEC
               MOVE "Mot de passe erroné" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE F-OPER-ROLE TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           MOVE WS-ROLE-RANG TO WS-ROLE-RANG-OPER.
           MOVE WS-ROLE-MINIMUM TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           IF WS-ROLE-RANG-OPER < WS-ROLE-RANG
               MOVE SPACES TO WS-SECU-L-MOTIF
               STRING "Rôle insuffisant : " DELIMITED BY SIZE
                      F-OPER-ROLE          DELIMITED BY SIZE
                      INTO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE 0 TO F-OPER-ECHECS.
           MOVE WS-SECU-JOUR TO F-OPER-DATE-CONNEXION.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-OPERATEURS.
           MOVE F-OPER-ROLE TO WS-ROLE.

        COMPTER-ECHEC.

      *    Un échec de plus ; au seuil, l'opérateur est verrouillé
      *    et le verrouillage tracé à part.

           ADD 1 TO F-OPER-ECHECS.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "V" TO WS-SECU-L-TYPE
               MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE
               MOVE "Verrouillage après échecs répétés"
                   TO WS-SECU-L-MOTIF
               PERFORM NOTER-SECURITE
           END-IF.

        REFUSER-CONNEXION.

           CLOSE CLI-OPERATEURS.
           MOVE "C" TO WS-SECU-L-TYPE.
           MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE.
           PERFORM NOTER-SECURITE.
           DISPLAY "Connexion refusée.".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

        CONTROLER-ROLE.

      *    Droit de l'opérateur sur l'action en cours : le rôle
      *    exigé est posé dans WS-ROLE-CODE et le motif de refus
      *    dans WS-SECU-L-MOTIF. Un refus est signalé et tracé au
      *    journal de sécurité.

           PERFORM CLASSER-ROLE.
           IF WS-ROLE-RANG-OPER < WS-ROLE-RANG
               MOVE "N" TO WS-ROLE-AUTORISE
               DISPLAY "Action non autorisée pour le rôle " WS-ROLE
                   "."
               MOVE "A" TO WS-SECU-L-TYPE
               MOVE WS-ID-SAISI TO WS-SECU-L-CIBLE
               PERFORM NOTER-SECURITE
           ELSE
               MOVE "O" TO WS-ROLE-AUTORISE
           END-IF.

        CLASSER-ROLE.

      *    Rang du rôle WS-ROLE-CODE dans WS-ROLE-RANG ; un code
      *    inconnu ne donne aucun droit.

           EVALUATE WS-ROLE-CODE
               WHEN "C"
                   MOVE 1 TO WS-ROLE-RANG
               WHEN "M"
                   MOVE 2 TO WS-ROLE-RANG
               WHEN "S"
                   MOVE 3 TO WS-ROLE-RANG
               WHEN "A"
                   MOVE 4 TO WS-ROLE-RANG
               WHEN OTHER
                   MOVE 0 TO WS-ROLE-RANG
           END-EVALUATE.

        NOTER-SECURITE.

      *    Ajout d'une ligne au journal de sécurité ; le type, la
      *    clé visée et le motif sont posés par l'appelant.

           MOVE WS-SECU-JOUR TO WS-SECU-L-DATE.
           ACCEPT WS-SECU-HEURE FROM TIME.
           MOVE WS-SECU-HEURE(1:6) TO WS-SECU-L-HEURE.
           MOVE WS-OPERATEUR TO WS-SECU-L-OPER.
           OPEN EXTEND CLI-SECURITE.
           IF SECU-STATUS NOT = "00" AND SECU-STATUS NOT = "05"
               MOVE "Ouverture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           WRITE F-DATA-SECU FROM WS-SECU-LIGNE.
           IF SECU-STATUS NOT = "00"
               MOVE "Écriture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-SECURITE.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
