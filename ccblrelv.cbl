       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblrelv.

      *    Relevé de compte client : l'opérateur saisit un ID-NUM et
      *    une date de début, et obtient le relevé des mouvements du
      *    compte tenus par ccblcpte - quittances au débit,
      *    paiements au crédit - avec le solde reporté à la date de
      *    début, le solde progressif ligne à ligne et le solde
      *    final. Chaque relevé est écrit dans un fichier daté
      *    (releve-IDNUM-AAAAMMJJ.dat) prêt à l'envoi, avec en tête
      *    le bloc client repris du maître. Les relevés s'enchaînent
      *    jusqu'à une saisie vide, comme dans ccblaudi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Mouvements de compte écrits par ccblcpte, relus en entier
      *    à chaque relevé dans l'ordre des imputations.

           SELECT CPTE-MOUV ASSIGN TO "comptes-mouvements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MOUV-STATUS.

           SELECT RELEVE ASSIGN TO DYNAMIC WS-RELEVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RELEVE-STATUS.
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

       FD RELEVE.
       01 F-DATA-RELEVE PIC X(100).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  MOUV-STATUS PIC X(2).
       01  RELEVE-STATUS PIC X(2).
       01  WS-FIN-CONSULTATION PIC X(1) VALUE "N".
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-ID-SAISI PIC X(8).
       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-DEBUT PIC 9(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-RELEVE-FILENAME PIC X(40).

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

      *    Cumuls du relevé en cours : solde reporté (mouvements
      *    antérieurs à la date de début), solde progressif, totaux
      *    de la période et devise du compte.

       01  WS-SOLDE-REPORT PIC S9(10).
       01  WS-SOLDE PIC S9(10).
       01  WS-TOTAL-DEBIT PIC 9(10).
       01  WS-TOTAL-CREDIT PIC 9(10).
       01  WS-CPT-LIGNES PIC 9(5).
       01  WS-CPT-COMPTE PIC 9(5).
       01  WS-DEVISE-COMPTE PIC X(3).

      *    Zones d'édition, les montants dans le format à virgule
      *    des rapports ; un solde est suivi de son sens (D débiteur,
      *    C créditeur).

       01  VIRGULE PIC X VALUE ",".
       01  WS-MONTANT-EDIT PIC X(9).
       01  WS-EDIT-SOURCE PIC 9(10).
       01  WS-SOLDE-EDIT PIC X(11).
       01  WS-SOLDE-SENS PIC X(1).
       01  WS-LIGNE-EDIT PIC X(100).
       01  WS-TIRET PIC X(100).
       01  WS-SPACE PIC X(50).
       01  WS-RELV-LIGNE.
           03 WS-RELV-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-RELV-LIBELLE PIC X(18).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-RELV-CONTRAT PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-RELV-DEBIT PIC X(9).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-RELV-CREDIT PIC X(9).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-RELV-SOLDE PIC X(11).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-RELV-SENS PIC X(1).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-RELV-ORIG PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-RELV-DEVISE-ORIG PIC X(3).
       01  WS-RELV-ENTETE.
           03 FILLER PIC X(30) VALUE "Date      Opération".
           03 FILLER PIC X(14) VALUE "Ctr     Débit".
           03 FILLER PIC X(12) VALUE "     Crédit".
           03 FILLER PIC X(17) VALUE "        Solde".
           03 FILLER PIC X(16) VALUE "Pièce d'origine".

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.
           MOVE ALL "-" TO WS-TIRET.
           MOVE ALL " " TO WS-SPACE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Le maître doit avoir été constitué par ccblmast, comme
      *    pour ccblmaint.

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

           MOVE SPACE TO WS-FIN-CONSULTATION.
           PERFORM EDITER-UN-RELEVE
               UNTIL WS-FIN-CONSULTATION = "O".
           CLOSE CLI-MAITRE.
           STOP RUN.

        EDITER-UN-RELEVE.

      *    Un relevé : saisie de l'ID-NUM et de la date de début,
      *    entête client, puis balayage complet des mouvements.

           DISPLAY " ".
           DISPLAY "ID-NUM (vide = fin) ?".
           MOVE SPACES TO WS-ID-SAISI.
           ACCEPT WS-ID-SAISI.
           IF WS-ID-SAISI = SPACES
               MOVE "O" TO WS-FIN-CONSULTATION
           ELSE
               DISPLAY "Relevé depuis le (AAAAMMJJ, vide = depuis "
                   "l'ouverture) ?"
               MOVE SPACES TO WS-SAISIE-DATE
               ACCEPT WS-SAISIE-DATE
               IF WS-SAISIE-DATE = SPACES
                   MOVE 0 TO WS-DATE-DEBUT
               ELSE
                   IF WS-SAISIE-DATE NUMERIC
                       MOVE WS-SAISIE-DATE TO WS-DATE-DEBUT
                   ELSE
                       DISPLAY "Date non numérique : relevé depuis "
                           "l'ouverture."
                       MOVE 0 TO WS-DATE-DEBUT
                   END-IF
               END-IF
               PERFORM PRODUIRE-RELEVE
           END-IF.

        PRODUIRE-RELEVE.

      *    Production du relevé de WS-ID-SAISI. Un client sans
      *    aucun mouvement n'a pas de compte : rien n'est écrit.

           MOVE 0 TO WS-SOLDE-REPORT.
           MOVE 0 TO WS-SOLDE.
           MOVE 0 TO WS-TOTAL-DEBIT.
           MOVE 0 TO WS-TOTAL-CREDIT.
           MOVE 0 TO WS-CPT-LIGNES.
           MOVE 0 TO WS-CPT-COMPTE.
           MOVE SPACES TO WS-DEVISE-COMPTE.

      *    Premier balayage : solde reporté et devise du compte.

           OPEN INPUT CPTE-MOUV.
           IF MOUV-STATUS = "35"
               DISPLAY "Mouvements de compte absents : lancer "
                   "d'abord ccblcpte"
           ELSE
               IF MOUV-STATUS NOT = "00"
                   MOVE "Ouverture CPTE-MOUV" TO WS-ABANDON-TEXTE
                   MOVE MOUV-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM CUMULER-REPORT UNTIL WS-FIN-FICHIER = "O"
               CLOSE CPTE-MOUV
               IF WS-CPT-COMPTE = 0
                   DISPLAY "Aucun mouvement de compte pour "
                       WS-ID-SAISI
               ELSE
                   PERFORM ECRIRE-RELEVE
               END-IF
           END-IF.

        CUMULER-REPORT.

           READ CPTE-MOUV INTO WS-MVT-LIGNE.
           IF MOUV-STATUS = "00"
               IF WS-MVT-ID = WS-ID-SAISI
                   ADD 1 TO WS-CPT-COMPTE
                   MOVE WS-MVT-DEVISE TO WS-DEVISE-COMPTE
                   IF WS-MVT-DATE < WS-DATE-DEBUT
                       IF WS-MVT-SENS = "D"
                           ADD WS-MVT-MONTANT TO WS-SOLDE-REPORT
                       ELSE
                           SUBTRACT WS-MVT-MONTANT
                               FROM WS-SOLDE-REPORT
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF MOUV-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CPTE-MOUV" TO WS-ABANDON-TEXTE
                   MOVE MOUV-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ECRIRE-RELEVE.

      *    Écriture du relevé : entête et bloc client, solde
      *    reporté, mouvements de la période, totaux et solde final.

           MOVE SPACES TO WS-RELEVE-FILENAME.
           STRING "releve-"    DELIMITED BY SIZE
                  WS-ID-SAISI  DELIMITED BY SPACE
                  "-"          DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
                  INTO WS-RELEVE-FILENAME.
           OPEN OUTPUT RELEVE.
           IF RELEVE-STATUS NOT = "00"
               MOVE "Ouverture RELEVE" TO WS-ABANDON-TEXTE
               MOVE RELEVE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Relevé de compte client au " DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RELEVE FROM WS-LIGNE-EDIT.
           WRITE F-DATA-RELEVE FROM WS-TIRET.
           PERFORM ECRIRE-BLOC-CLIENT.
           WRITE F-DATA-RELEVE FROM WS-TIRET.
           WRITE F-DATA-RELEVE FROM WS-RELV-ENTETE.
           WRITE F-DATA-RELEVE FROM WS-TIRET.

           MOVE WS-SOLDE-REPORT TO WS-SOLDE.
           MOVE SPACES TO WS-RELV-LIGNE.
           IF WS-DATE-DEBUT > 0
               MOVE WS-DATE-DEBUT TO WS-RELV-DATE
           END-IF.
           MOVE "Solde reporté" TO WS-RELV-LIBELLE.
           PERFORM EDITER-SOLDE.
           MOVE WS-SOLDE-EDIT TO WS-RELV-SOLDE.
           MOVE WS-SOLDE-SENS TO WS-RELV-SENS.
           WRITE F-DATA-RELEVE FROM WS-RELV-LIGNE.

           OPEN INPUT CPTE-MOUV.
           IF MOUV-STATUS NOT = "00"
               MOVE "Ouverture CPTE-MOUV" TO WS-ABANDON-TEXTE
               MOVE MOUV-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-MOUVEMENT UNTIL WS-FIN-FICHIER = "O".
           CLOSE CPTE-MOUV.

           WRITE F-DATA-RELEVE FROM WS-TIRET.
           MOVE SPACES TO WS-RELV-LIGNE.
           MOVE "Totaux période" TO WS-RELV-LIBELLE.
           MOVE WS-TOTAL-DEBIT TO WS-EDIT-SOURCE.
           MOVE WS-EDIT-SOURCE(3:6) TO WS-MONTANT-EDIT(1:6).
           MOVE WS-EDIT-SOURCE(9:2) TO WS-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(7:1).
           MOVE WS-MONTANT-EDIT TO WS-RELV-DEBIT.
           MOVE WS-TOTAL-CREDIT TO WS-EDIT-SOURCE.
           MOVE WS-EDIT-SOURCE(3:6) TO WS-MONTANT-EDIT(1:6).
           MOVE WS-EDIT-SOURCE(9:2) TO WS-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(7:1).
           MOVE WS-MONTANT-EDIT TO WS-RELV-CREDIT.
           WRITE F-DATA-RELEVE FROM WS-RELV-LIGNE.

           PERFORM EDITER-SOLDE.
           MOVE SPACES TO WS-LIGNE-EDIT.
           IF WS-SOLDE = 0
               MOVE "Compte soldé." TO WS-LIGNE-EDIT
           ELSE
               IF WS-SOLDE > 0
                   STRING "Solde débiteur à régler : "
                          DELIMITED BY SIZE
                          WS-SOLDE-EDIT    DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WS-DEVISE-COMPTE DELIMITED BY SIZE
                          INTO WS-LIGNE-EDIT
               ELSE
                   STRING "Solde créditeur en votre faveur : "
                          DELIMITED BY SIZE
                          WS-SOLDE-EDIT    DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          WS-DEVISE-COMPTE DELIMITED BY SIZE
                          INTO WS-LIGNE-EDIT
               END-IF
           END-IF.
           WRITE F-DATA-RELEVE FROM WS-SPACE.
           WRITE F-DATA-RELEVE FROM WS-LIGNE-EDIT.
           CLOSE RELEVE.

           DISPLAY "Relevé écrit : " WS-RELEVE-FILENAME.
           DISPLAY "Mouvements sur la période : " WS-CPT-LIGNES.
           DISPLAY WS-LIGNE-EDIT.

        ECRIRE-BLOC-CLIENT.

      *    Bloc client repris du maître ; un client qui n'y figure
      *    plus est signalé, son compte restant consultable.

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS = "00"
               MOVE SPACES TO WS-LIGNE-EDIT
               STRING "Client  : " F-MAITRE-ID-NUM " "
                      F-MAITRE-DESCRIPTION
                      DELIMITED BY SIZE INTO WS-LIGNE-EDIT
               WRITE F-DATA-RELEVE FROM WS-LIGNE-EDIT
               MOVE SPACES TO WS-LIGNE-EDIT
               STRING "Libellé : " F-MAITRE-ID-NAME
                      "  IRP : " F-MAITRE-LIBELLE
                      "  Statut : " F-MAITRE-STATUT
                      DELIMITED BY SIZE INTO WS-LIGNE-EDIT
               WRITE F-DATA-RELEVE FROM WS-LIGNE-EDIT
           ELSE
               IF MAITRE-STATUS = "23"
                   MOVE SPACES TO WS-LIGNE-EDIT
                   STRING "Client  : " WS-ID-SAISI
                          " (absent du fichier maître)"
                          DELIMITED BY SIZE INTO WS-LIGNE-EDIT
                   WRITE F-DATA-RELEVE FROM WS-LIGNE-EDIT
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Devise du compte : " WS-DEVISE-COMPTE
                  DELIMITED BY SIZE INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RELEVE FROM WS-LIGNE-EDIT.

        LIRE-MOUVEMENT.

      *    Lecture d'un mouvement et édition s'il appartient au
      *    client et à la période, avec le solde progressif.

           READ CPTE-MOUV INTO WS-MVT-LIGNE.
           IF MOUV-STATUS = "00"
               IF WS-MVT-ID = WS-ID-SAISI
                   AND WS-MVT-DATE NOT < WS-DATE-DEBUT
                   PERFORM ECRIRE-MOUVEMENT
               END-IF
           ELSE
               IF MOUV-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CPTE-MOUV" TO WS-ABANDON-TEXTE
                   MOVE MOUV-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ECRIRE-MOUVEMENT.

      *    Ligne de relevé d'un mouvement. La pièce d'origine n'est
      *    rappelée que lorsqu'elle a été convertie dans la devise
      *    du compte.

           ADD 1 TO WS-CPT-LIGNES.
           MOVE SPACES TO WS-RELV-LIGNE.
           MOVE WS-MVT-DATE TO WS-RELV-DATE.
           EVALUATE WS-MVT-TYPE
               WHEN "Q"
                   MOVE "Quittance" TO WS-RELV-LIBELLE
               WHEN "P"
                   MOVE "Paiement" TO WS-RELV-LIBELLE
               WHEN "E"
                   MOVE "Paiement (écart)" TO WS-RELV-LIBELLE
               WHEN "R"
                   MOVE "Prélèvt rejeté" TO WS-RELV-LIBELLE
               WHEN OTHER
                   MOVE WS-MVT-TYPE TO WS-RELV-LIBELLE
           END-EVALUATE.
           MOVE WS-MVT-CONTRAT TO WS-RELV-CONTRAT.
           MOVE WS-MVT-MONTANT TO WS-MONTANT-EDIT(1:6).
           MOVE WS-MVT-MONTANT(7:2) TO WS-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(7:1).
           IF WS-MVT-SENS = "D"
               MOVE WS-MONTANT-EDIT TO WS-RELV-DEBIT
               ADD WS-MVT-MONTANT TO WS-SOLDE
               ADD WS-MVT-MONTANT TO WS-TOTAL-DEBIT
           ELSE
               MOVE WS-MONTANT-EDIT TO WS-RELV-CREDIT
               SUBTRACT WS-MVT-MONTANT FROM WS-SOLDE
               ADD WS-MVT-MONTANT TO WS-TOTAL-CREDIT
           END-IF.
           PERFORM EDITER-SOLDE.
           MOVE WS-SOLDE-EDIT TO WS-RELV-SOLDE.
           MOVE WS-SOLDE-SENS TO WS-RELV-SENS.
           IF WS-MVT-DEVISE-ORIG NOT = WS-MVT-DEVISE
               MOVE WS-MVT-MONTANT-ORIG TO WS-MONTANT-EDIT(1:6)
               MOVE WS-MVT-MONTANT-ORIG(7:2) TO WS-MONTANT-EDIT(8:2)
               MOVE VIRGULE TO WS-MONTANT-EDIT(7:1)
               MOVE WS-MONTANT-EDIT TO WS-RELV-ORIG
               MOVE WS-MVT-DEVISE-ORIG TO WS-RELV-DEVISE-ORIG
           END-IF.
           WRITE F-DATA-RELEVE FROM WS-RELV-LIGNE.
           IF RELEVE-STATUS NOT = "00"
               MOVE "Écriture RELEVE" TO WS-ABANDON-TEXTE
               MOVE RELEVE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        EDITER-SOLDE.

      *    Édition du solde courant en valeur absolue, suivi de son
      *    sens.

           IF WS-SOLDE < 0
               COMPUTE WS-EDIT-SOURCE = 0 - WS-SOLDE
               MOVE "C" TO WS-SOLDE-SENS
           ELSE
               MOVE WS-SOLDE TO WS-EDIT-SOURCE
               MOVE "D" TO WS-SOLDE-SENS
           END-IF.
           IF WS-SOLDE = 0
               MOVE SPACE TO WS-SOLDE-SENS
           END-IF.
           MOVE WS-EDIT-SOURCE TO WS-SOLDE-EDIT(1:8).
           MOVE WS-EDIT-SOURCE(9:2) TO WS-SOLDE-EDIT(10:2).
           MOVE VIRGULE TO WS-SOLDE-EDIT(9:1).

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
