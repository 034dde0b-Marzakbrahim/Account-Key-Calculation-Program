       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerer-partenaires.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Entretien du referentiel des partenaires destinataires des
      *    transmissions (voir Structure-partenaire.txt) : ajout d'un
      *    correspondant, abonnement (agences, types de compte),
      *    version de l'algorithme attendue et date de bascule,
      *    suspension, reactivation, liste -- au clavier, ou en mode
      *    batch (1er argument = B) sur un fichier de mouvements, comme
      *    gerer-agences.cbl. Voir Resoudre-Noms pour le repertoire,
      *    configurable par TAB_NUM_DIR.
           SELECT TAB-NUM-REF-PARTENAIRES ASSIGN TO DYNAMIC
                       WS-NOM-REF-PARTENAIRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CODE
               FILE STATUS IS L-Fst
                .

      *    Mouvements du mode batch : une ligne par partenaire a
      *    ajouter, modifier, suspendre ou reactiver.
           SELECT TAB-NUM-MVT-PARTENAIRES ASSIGN TO DYNAMIC
                       WS-NOM-MVT-PARTENAIRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .

      *    Compte rendu d'application du mode batch : chaque mouvement
      *    y ressort APPLIQUE ou REJETE avec son motif.
           SELECT TAB-NUM-MVT-PART-RAPPORT ASSIGN TO DYNAMIC
                       WS-NOM-MVT-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle sert de reference aux
      *    dates de bascule saisies.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst4
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-REF-PARTENAIRES.
      * Un partenaire, cle = code partenaire -- structure partagee par
      * copybook avec les programmes qui emettent les transmissions :
       01 REF-PARTENAIRE-ENR.
           COPY 'Structure-partenaire.txt'.

       FD TAB-NUM-MVT-PARTENAIRES.
      * Un mouvement par ligne : action ('A' ajout, 'M' modification
      * de l'abonnement et du libelle, 'V' version attendue et date de
      * bascule, 'S' suspension, 'R' reactivation), code partenaire,
      * puis les zones utiles a l'action. MVP-SEQUENCE (ajout
      * seulement) reprend la derniere sequence deja emise vers un
      * correspondant existant ; a blanc, la numerotation part de 1.
       01 MVT-PARTENAIRE-ENR.
           05 MVP-ACTION                         PIC X(1).
               88 MVP-AJOUT        VALUE 'A'.
               88 MVP-MODIFICATION VALUE 'M'.
               88 MVP-VERSION      VALUE 'V'.
               88 MVP-SUSPENSION   VALUE 'S'.
               88 MVP-REACTIVATION VALUE 'R'.
           05 MVP-CODE                           PIC X(10).
           05 MVP-LIBELLE                        PIC X(30).
           05 MVP-AGENCES.
               10 MVP-AGENCE OCCURS 10 TIMES     PIC X(5).
           05 MVP-TYPES.
               10 MVP-TYPE OCCURS 3 TIMES        PIC X(1).
           05 MVP-VERSION-ATTENDUE               PIC X(1).
           05 MVP-DATE-VERSION-2                 PIC X(8).
           05 MVP-SEQUENCE                       PIC X(6).

       FD TAB-NUM-MVT-PART-RAPPORT.
      * Ligne de detail du compte rendu (une par mouvement) :
       01 MVT-RAPPORT-REC.
           05 MVR-ACTION                         PIC X(1).
           05 MVR-SEP1                           PIC X(3).
           05 MVR-CODE                           PIC X(10).
           05 MVR-SEP2                           PIC X(3).
           05 MVR-VERDICT                        PIC X(8).
           05 MVR-SEP3                           PIC X(3).
           05 MVR-MOTIF                          PIC X(30).
      * Ligne de total du meme compte rendu :
       01 MVT-TOTAL-REC.
           05 MVT-LIBELLE                        PIC X(30).
           05 MVT-SEP                            PIC X(3).
           05 MVT-VALEUR                         PIC 9(10).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.
       01 L-Fst4                                          PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Saisies de l'operateur : action du menu, code et zones du
      * partenaire.
       01 WS-SAISIE-ACTION                                PIC X(1).
       01 WS-SAISIE-CODE                                  PIC X(10).
       01 WS-SAISIE-LIBELLE                               PIC X(30).
       01 WS-SAISIE-AGENCES                               PIC X(50).
       01 WS-SAISIE-TYPES                                 PIC X(3).
       01 WS-SAISIE-VERSION                               PIC X(1).
       01 WS-SAISIE-DATE                                  PIC X(8).
       01 WS-SAISIE-SEQUENCE                              PIC X(6).

      * Zones communes a l'ecran et au batch, controlees par
      * Controler-Abonnement et Controler-Version avant toute
      * ecriture dans le referentiel.
       01 WS-AGENCES.
           05 WS-AGENCE OCCURS 10 TIMES                   PIC X(5).
       01 WS-TYPES.
           05 WS-TYPE OCCURS 3 TIMES                      PIC X(1).
       01 WS-VERSION                                      PIC X(1).
       01 WS-DATE-VERSION-2                               PIC X(8).
       01 WS-SEQUENCE                                     PIC X(6).
       01 INDICE-PARTENAIRE                               PIC 9(4).

      * Mode de fonctionnement : ecran ou batch sur le fichier de
      * mouvements (1er argument = B).
       01 WS-ARGUMENT                                     PIC X(10).
       01 Mode-Switch                                     PIC X(1).
           88 MODE-ECRAN VALUE 'E'.
           88 MODE-BATCH VALUE 'B'.

      * Verdict du mouvement en cours et compteurs du compte rendu.
       01 WS-VERDICT                                      PIC X(8).
       01 WS-MOTIF                                        PIC X(30).
       01 COMPTEUR-APPLIQUES                              PIC 9(10).
       01 COMPTEUR-REJETES                                PIC 9(10).
       01 Fin-Mouvements-Switch                           PIC X(1).
           88 FIN-MVT-OUI VALUE 'Y'.
           88 FIN-MVT-NON VALUE 'X'.

       01 Fin-Gestion-Switch                              PIC X(1).
           88 GESTION-FINIE     VALUE 'Y'.
           88 GESTION-EN-COURS  VALUE 'X'.
       01 Fin-Liste-Switch                                PIC X(1).
           88 FIN-LISTE-OUI VALUE 'Y'.
           88 FIN-LISTE-NON VALUE 'X'.

      * Date du jour (AAAAMMJJ).
       01 WS-DATE-JOUR                                    PIC X(8).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-REF-PARTENAIRES                          PIC X(60).
       01 WS-NOM-MVT-PARTENAIRES                          PIC X(60).
       01 WS-NOM-MVT-RAPPORT                              PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la
      * variable d'environnement TAB_NUM_DIR avant de lancer le
      * programme.
       01 WS-REP-BASE                                     PIC X(50).
       01 WS-VAR-ENV                                      PIC X(50).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************

      *-----------------------------------------------------------------
      * Déroulement général du programme.
           PERFORM INITIALISATION-DEB           THRU INITIALISATION-FIN
           PERFORM TRAITEMENT                   THRU FIN-TRAITEMENT
           PERFORM FIN

           .
      *-----------------------------------------------------------------


      ********************
       INITIALISATION-DEB.
      ********************

           INITIALIZE L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4
                      COMPTEUR-APPLIQUES
                      COMPTEUR-REJETES

           SET GESTION-EN-COURS TO TRUE

      *    Mode batch : 1er argument = B, les mouvements viennent du
      *    fichier TAB-NUM-MVT-PARTENAIRES.txt au lieu du clavier.
           SET MODE-ECRAN TO TRUE
           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           IF WS-ARGUMENT(1:1) = "B" OR WS-ARGUMENT(1:1) = "b"
               SET MODE-BATCH TO TRUE
           END-IF

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Date metier de la session -- lue avant toute ouverture de
      *    fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

      *    Le referentiel est permanent : il se rouvre d'une session a
      *    l'autre, et se cree vide a la toute premiere utilisation
      *    (statut 35).
           OPEN I-O TAB-NUM-REF-PARTENAIRES
           IF L-Fst = 35
               OPEN OUTPUT TAB-NUM-REF-PARTENAIRES
               CLOSE TAB-NUM-REF-PARTENAIRES
               OPEN I-O TAB-NUM-REF-PARTENAIRES
           END-IF
           IF L-Fst NOT = ZERO
               DISPLAY "REFERENTIEL DES PARTENAIRES INACCESSIBLE "
                       "(STATUT " L-Fst ")"
               SET GESTION-FINIE TO TRUE
           END-IF

           DISPLAY '*********************************'
           DISPLAY '***  Gestion des PARTENAIRES  ***'
           DISPLAY '*********************************'
           .
      *-----------------------------------------------------------------

      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      **************
       Resoudre-Noms.
      **************
      *    Meme convention que les traitements batch : repertoire
      *    historique par defaut, deplacable par TAB_NUM_DIR sans
      *    recompilation.
           MOVE "C:/Users/HP/Downloads" TO WS-REP-BASE
           MOVE SPACES TO WS-VAR-ENV
           DISPLAY "TAB_NUM_DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VAR-ENV FROM ENVIRONMENT-VALUE
           IF WS-VAR-ENV NOT = SPACES
               MOVE WS-VAR-ENV TO WS-REP-BASE
           END-IF

           MOVE SPACES TO WS-NOM-REF-PARTENAIRES
                          WS-NOM-MVT-PARTENAIRES
                          WS-NOM-MVT-RAPPORT
                          WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-REF-PARTENAIRES.dat" DELIMITED BY SIZE
               INTO WS-NOM-REF-PARTENAIRES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-MVT-PARTENAIRES.txt" DELIMITED BY SIZE
               INTO WS-NOM-MVT-PARTENAIRES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-MVT-PART-RAPPORT.txt" DELIMITED BY SIZE
               INTO WS-NOM-MVT-RAPPORT
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      *****************
       Lire-Date-Metier.
      *****************
      *    Meme regle que gerer-agences.cbl : fichier absent, vide, ou
      *    journee deja close, le traitement est refuse avant d'avoir
      *    ouvert le referentiel.
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst4 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst4
                       ") : TRAITEMENT REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : TRAITEMENT REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : TRAITEMENT REFUSE"
                       END-IF
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           IF DATE-METIER-REFUSEE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      ************
       TRAITEMENT.
      ************
           IF MODE-BATCH
      *        GESTION-FINIE des l'initialisation = referentiel
      *        inaccessible : rien a appliquer.
               IF GESTION-EN-COURS
                   PERFORM Appliquer-Mouvements
                           THRU FIN-Appliquer-Mouvements
               END-IF
               GO TO FIN-TRAITEMENT
           END-IF
           PERFORM UNTIL GESTION-FINIE
               PERFORM Saisir-Action THRU FIN-Saisir-Action
               MOVE "APPLIQUE" TO WS-VERDICT
               MOVE SPACES TO WS-MOTIF
               EVALUATE WS-SAISIE-ACTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM Ajouter-Partenaire
                               THRU FIN-Ajouter-Partenaire
                   WHEN "M"
                   WHEN "m"
                       PERFORM Modifier-Abonnement
                               THRU FIN-Modifier-Abonnement
                   WHEN "V"
                   WHEN "v"
                       PERFORM Modifier-Version
                               THRU FIN-Modifier-Version
                   WHEN "S"
                   WHEN "s"
                       PERFORM Suspendre-Partenaire
                               THRU FIN-Suspendre-Partenaire
                   WHEN "R"
                   WHEN "r"
                       PERFORM Reactiver-Partenaire
                               THRU FIN-Reactiver-Partenaire
                   WHEN "L"
                   WHEN "l"
                       PERFORM Lister-Partenaires
                               THRU FIN-Lister-Partenaires
                   WHEN "Q"
                   WHEN "q"
                       SET GESTION-FINIE TO TRUE
                   WHEN OTHER
                       DISPLAY 'ACTION INCONNUE'
               END-EVALUATE
           END-PERFORM
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      **************
       Saisir-Action.
      **************
           DISPLAY ' '
           DISPLAY 'A AJOUTER - M ABONNEMENT - V VERSION - '
                   'S SUSPENDRE - R REACTIVER - L LISTER - Q QUITTER ?'
           MOVE SPACES TO WS-SAISIE-ACTION
           ACCEPT WS-SAISIE-ACTION
           IF WS-SAISIE-ACTION = SPACE
               SET GESTION-FINIE TO TRUE
           END-IF
           .
      ******************
       FIN-Saisir-Action. EXIT.
      ******************

      **************
       Saisir-Code.
      **************
           DISPLAY 'CODE PARTENAIRE (10 CARACTERES) ?'
           MOVE SPACES TO WS-SAISIE-CODE
           ACCEPT WS-SAISIE-CODE
           .
      ****************
       FIN-Saisir-Code. EXIT.
      ****************

      *******************
       Saisir-Abonnement.
      *******************
      *    Les agences se saisissent a la suite, 5 chiffres chacune,
      *    sans separateur (10 au plus) ; les types de meme, 3 au plus.
      *    A blanc : toutes les agences, tous les types.
           DISPLAY 'AGENCES SOUSCRITES (5 CHIFFRES CHACUNE, A LA '
                   'SUITE - VIDE = TOUTES) ?'
           MOVE SPACES TO WS-SAISIE-AGENCES
           ACCEPT WS-SAISIE-AGENCES
           MOVE WS-SAISIE-AGENCES TO WS-AGENCES
           DISPLAY 'TYPES SOUSCRITS (1, 2, 3 A LA SUITE - '
                   'VIDE = TOUS) ?'
           MOVE SPACES TO WS-SAISIE-TYPES
           ACCEPT WS-SAISIE-TYPES
           MOVE WS-SAISIE-TYPES TO WS-TYPES
           .
      ***********************
       FIN-Saisir-Abonnement. EXIT.
      ***********************

      ****************
       Saisir-Version.
      ****************
           DISPLAY 'VERSION ATTENDUE (1 OU 2, VIDE = 1) ?'
           MOVE SPACES TO WS-SAISIE-VERSION
           ACCEPT WS-SAISIE-VERSION
           MOVE WS-SAISIE-VERSION TO WS-VERSION
           DISPLAY 'DATE DE PASSAGE EN VERSION 2 (AAAAMMJJ, '
                   'VIDE = AUCUNE) ?'
           MOVE SPACES TO WS-SAISIE-DATE
           ACCEPT WS-SAISIE-DATE
           MOVE WS-SAISIE-DATE TO WS-DATE-VERSION-2
           .
      ********************
       FIN-Saisir-Version. EXIT.
      ********************

      ******************
       Ajouter-Partenaire.
      ******************
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           DISPLAY 'LIBELLE DU PARTENAIRE ?'
           MOVE SPACES TO WS-SAISIE-LIBELLE
           ACCEPT WS-SAISIE-LIBELLE
           PERFORM Saisir-Abonnement THRU FIN-Saisir-Abonnement
           PERFORM Saisir-Version THRU FIN-Saisir-Version
           DISPLAY 'DERNIERE SEQUENCE DEJA EMISE (VIDE = AUCUNE) ?'
           MOVE SPACES TO WS-SAISIE-SEQUENCE
           ACCEPT WS-SAISIE-SEQUENCE
           MOVE WS-SAISIE-SEQUENCE TO WS-SEQUENCE
           PERFORM Creer-Partenaire THRU FIN-Creer-Partenaire
           PERFORM Afficher-Verdict THRU FIN-Afficher-Verdict
           .
      **********************
       FIN-Ajouter-Partenaire. EXIT.
      **********************

      *******************
       Modifier-Abonnement.
      *******************
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           DISPLAY 'NOUVEAU LIBELLE (VIDE = INCHANGE) ?'
           MOVE SPACES TO WS-SAISIE-LIBELLE
           ACCEPT WS-SAISIE-LIBELLE
           PERFORM Saisir-Abonnement THRU FIN-Saisir-Abonnement
           PERFORM Changer-Abonnement THRU FIN-Changer-Abonnement
           PERFORM Afficher-Verdict THRU FIN-Afficher-Verdict
           .
      ***********************
       FIN-Modifier-Abonnement. EXIT.
      ***********************

      ****************
       Modifier-Version.
      ****************
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           PERFORM Saisir-Version THRU FIN-Saisir-Version
           PERFORM Changer-Version THRU FIN-Changer-Version
           PERFORM Afficher-Verdict THRU FIN-Afficher-Verdict
           .
      ********************
       FIN-Modifier-Version. EXIT.
      ********************

      ********************
       Suspendre-Partenaire.
      ********************
      *    Un partenaire suspendu ne recoit plus de transmission ; son
      *    compteur de sequence est conserve pour la reprise.
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           PERFORM Changer-Statut-Suspendu
                   THRU FIN-Changer-Statut-Suspendu
           PERFORM Afficher-Verdict THRU FIN-Afficher-Verdict
           .
      ************************
       FIN-Suspendre-Partenaire. EXIT.
      ************************

      ********************
       Reactiver-Partenaire.
      ********************
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           PERFORM Changer-Statut-Actif THRU FIN-Changer-Statut-Actif
           PERFORM Afficher-Verdict THRU FIN-Afficher-Verdict
           .
      ************************
       FIN-Reactiver-Partenaire. EXIT.
      ************************

      *****************
       Afficher-Verdict.
      *****************
           IF WS-VERDICT = "APPLIQUE"
               DISPLAY 'PARTENAIRE ' WS-SAISIE-CODE ' MIS A JOUR'
           ELSE
               DISPLAY 'PARTENAIRE ' WS-SAISIE-CODE ' : ' WS-MOTIF
           END-IF
           .
      *********************
       FIN-Afficher-Verdict. EXIT.
      *********************

      ********************
       Appliquer-Mouvements.
      ********************
      *    Mode batch : applique le fichier de mouvements avec les
      *    memes regles que l'ecran, et rend compte de chaque mouvement
      *    dans le rapport d'application.
           OPEN INPUT TAB-NUM-MVT-PARTENAIRES
           IF L-Fst2 NOT = ZERO
               DISPLAY "PAS DE FICHIER DE MOUVEMENTS (STATUT "
                       L-Fst2 ") : RIEN A APPLIQUER"
               GO TO FIN-Appliquer-Mouvements
           END-IF
           OPEN OUTPUT TAB-NUM-MVT-PART-RAPPORT
           SET FIN-MVT-NON TO TRUE
           PERFORM UNTIL FIN-MVT-OUI
               READ TAB-NUM-MVT-PARTENAIRES
                   AT END
                       SET FIN-MVT-OUI TO TRUE
                   NOT AT END
                       PERFORM Appliquer-Un-Mouvement
                               THRU FIN-Appliquer-Un-Mouvement
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-MVT-PARTENAIRES

           MOVE "NB MOUVEMENTS APPLIQUES" TO MVT-LIBELLE
           MOVE " : " TO MVT-SEP
           MOVE COMPTEUR-APPLIQUES TO MVT-VALEUR
           WRITE MVT-TOTAL-REC

           MOVE "NB MOUVEMENTS REJETES" TO MVT-LIBELLE
           MOVE COMPTEUR-REJETES TO MVT-VALEUR
           WRITE MVT-TOTAL-REC
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           CLOSE TAB-NUM-MVT-PART-RAPPORT
           DISPLAY "MOUVEMENTS APPLIQUES : " COMPTEUR-APPLIQUES
           DISPLAY "MOUVEMENTS REJETES   : " COMPTEUR-REJETES
           .
      ************************
       FIN-Appliquer-Mouvements. EXIT.
      ************************

      **********************
       Appliquer-Un-Mouvement.
      **********************
      *    Les zones du mouvement passent dans les zones communes, puis
      *    les memes paragraphes que l'ecran font le travail.
           MOVE "APPLIQUE" TO WS-VERDICT
           MOVE SPACES TO WS-MOTIF
           MOVE MVP-CODE TO WS-SAISIE-CODE
           MOVE MVP-LIBELLE TO WS-SAISIE-LIBELLE
           MOVE MVP-AGENCES TO WS-AGENCES
           MOVE MVP-TYPES TO WS-TYPES
           MOVE MVP-VERSION-ATTENDUE TO WS-VERSION
           MOVE MVP-DATE-VERSION-2 TO WS-DATE-VERSION-2
           MOVE MVP-SEQUENCE TO WS-SEQUENCE
           EVALUATE TRUE
               WHEN MVP-AJOUT
                   PERFORM Creer-Partenaire THRU FIN-Creer-Partenaire
               WHEN MVP-MODIFICATION
                   PERFORM Changer-Abonnement
                           THRU FIN-Changer-Abonnement
               WHEN MVP-VERSION
                   PERFORM Changer-Version THRU FIN-Changer-Version
               WHEN MVP-SUSPENSION
                   PERFORM Changer-Statut-Suspendu
                           THRU FIN-Changer-Statut-Suspendu
               WHEN MVP-REACTIVATION
                   PERFORM Changer-Statut-Actif
                           THRU FIN-Changer-Statut-Actif
               WHEN OTHER
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "ACTION INCONNUE" TO WS-MOTIF
           END-EVALUATE
           PERFORM Ecrire-Ligne-Rapport THRU FIN-Ecrire-Ligne-Rapport
           .
      **************************
       FIN-Appliquer-Un-Mouvement. EXIT.
      **************************

      ********************
       Controler-Abonnement.
      ********************
      *    Chaque agence renseignee doit etre un code a 5 chiffres,
      *    chaque type renseigne 1, 2 ou 3 -- un abonnement mal saisi
      *    priverait le partenaire de comptes sans que personne ne le
      *    voie.
           PERFORM VARYING INDICE-PARTENAIRE FROM 1 BY 1
                   UNTIL INDICE-PARTENAIRE > 10
               IF WS-AGENCE(INDICE-PARTENAIRE) NOT = SPACES
                  AND WS-AGENCE(INDICE-PARTENAIRE) IS NOT NUMERIC
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "AGENCE NON NUMERIQUE" TO WS-MOTIF
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-PARTENAIRE FROM 1 BY 1
                   UNTIL INDICE-PARTENAIRE > 3
               IF WS-TYPE(INDICE-PARTENAIRE) NOT = SPACE
                  AND WS-TYPE(INDICE-PARTENAIRE) NOT = "1"
                  AND WS-TYPE(INDICE-PARTENAIRE) NOT = "2"
                  AND WS-TYPE(INDICE-PARTENAIRE) NOT = "3"
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "TYPE DE COMPTE INCONNU" TO WS-MOTIF
               END-IF
           END-PERFORM
           .
      ************************
       FIN-Controler-Abonnement. EXIT.
      ************************

      *****************
       Controler-Version.
      *****************
      *    Version a blanc = version 1 ; date de bascule a blanc ou
      *    AAAAMMJJ numerique.
           IF WS-VERSION = SPACE
               MOVE "1" TO WS-VERSION
           END-IF
           IF WS-VERSION NOT = "1" AND WS-VERSION NOT = "2"
               MOVE "REJETE" TO WS-VERDICT
               MOVE "VERSION INCONNUE" TO WS-MOTIF
           END-IF
           IF WS-DATE-VERSION-2 NOT = SPACES
              AND WS-DATE-VERSION-2 IS NOT NUMERIC
               MOVE "REJETE" TO WS-VERDICT
               MOVE "DATE DE BASCULE INVALIDE" TO WS-MOTIF
           END-IF
           .
      *********************
       FIN-Controler-Version. EXIT.
      *********************

      ****************
       Creer-Partenaire.
      ****************
           IF WS-SAISIE-CODE = SPACES
               MOVE "REJETE" TO WS-VERDICT
               MOVE "CODE VIDE" TO WS-MOTIF
               GO TO FIN-Creer-Partenaire
           END-IF
           PERFORM Controler-Abonnement THRU FIN-Controler-Abonnement
           PERFORM Controler-Version THRU FIN-Controler-Version
           IF WS-SEQUENCE NOT = SPACES
              AND WS-SEQUENCE IS NOT NUMERIC
               MOVE "REJETE" TO WS-VERDICT
               MOVE "SEQUENCE NON NUMERIQUE" TO WS-MOTIF
           END-IF
           IF WS-VERDICT NOT = "APPLIQUE"
               GO TO FIN-Creer-Partenaire
           END-IF
           MOVE WS-SAISIE-CODE TO PAR-CODE
           MOVE WS-SAISIE-LIBELLE TO PAR-LIBELLE
           SET PAR-ACTIF TO TRUE
           MOVE WS-AGENCES TO PAR-AGENCES
           MOVE WS-TYPES TO PAR-TYPES
           MOVE WS-VERSION TO PAR-VERSION
           MOVE WS-DATE-VERSION-2 TO PAR-DATE-VERSION-2
           IF WS-SEQUENCE IS NUMERIC
               MOVE WS-SEQUENCE TO PAR-SEQUENCE
           ELSE
               MOVE ZERO TO PAR-SEQUENCE
           END-IF
           MOVE SPACES TO PAR-DATE-EMISSION
           WRITE REF-PARTENAIRE-ENR
               INVALID KEY
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "PARTENAIRE DEJA PRESENT" TO WS-MOTIF
           END-WRITE
           .
      ********************
       FIN-Creer-Partenaire. EXIT.
      ********************

      ******************
       Changer-Abonnement.
      ******************
      *    Le libelle n'est remplace que s'il est fourni ; l'abonnement
      *    est toujours remplace en entier.
           PERFORM Controler-Abonnement THRU FIN-Controler-Abonnement
           IF WS-VERDICT NOT = "APPLIQUE"
               GO TO FIN-Changer-Abonnement
           END-IF
           MOVE WS-SAISIE-CODE TO PAR-CODE
           READ TAB-NUM-REF-PARTENAIRES
               INVALID KEY
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "PARTENAIRE INCONNU" TO WS-MOTIF
               NOT INVALID KEY
                   IF WS-SAISIE-LIBELLE NOT = SPACES
                       MOVE WS-SAISIE-LIBELLE TO PAR-LIBELLE
                   END-IF
                   MOVE WS-AGENCES TO PAR-AGENCES
                   MOVE WS-TYPES TO PAR-TYPES
                   REWRITE REF-PARTENAIRE-ENR
                   IF L-Fst NOT = ZERO
                       MOVE "REJETE" TO WS-VERDICT
                       MOVE "ERREUR D'ECRITURE" TO WS-MOTIF
                   END-IF
           END-READ
           .
      **********************
       FIN-Changer-Abonnement. EXIT.
      **********************

      ***************
       Changer-Version.
      ***************
           PERFORM Controler-Version THRU FIN-Controler-Version
           IF WS-VERDICT NOT = "APPLIQUE"
               GO TO FIN-Changer-Version
           END-IF
           MOVE WS-SAISIE-CODE TO PAR-CODE
           READ TAB-NUM-REF-PARTENAIRES
               INVALID KEY
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "PARTENAIRE INCONNU" TO WS-MOTIF
               NOT INVALID KEY
                   MOVE WS-VERSION TO PAR-VERSION
                   MOVE WS-DATE-VERSION-2 TO PAR-DATE-VERSION-2
                   REWRITE REF-PARTENAIRE-ENR
                   IF L-Fst NOT = ZERO
                       MOVE "REJETE" TO WS-VERDICT
                       MOVE "ERREUR D'ECRITURE" TO WS-MOTIF
                   END-IF
           END-READ
           .
      *******************
       FIN-Changer-Version. EXIT.
      *******************

      ***********************
       Changer-Statut-Suspendu.
      ***********************
           MOVE WS-SAISIE-CODE TO PAR-CODE
           READ TAB-NUM-REF-PARTENAIRES
               INVALID KEY
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "PARTENAIRE INCONNU" TO WS-MOTIF
               NOT INVALID KEY
                   IF PAR-SUSPENDU
                       MOVE "REJETE" TO WS-VERDICT
                       MOVE "PARTENAIRE DEJA SUSPENDU" TO WS-MOTIF
                   ELSE
                       SET PAR-SUSPENDU TO TRUE
                       REWRITE REF-PARTENAIRE-ENR
                       IF L-Fst NOT = ZERO
                           MOVE "REJETE" TO WS-VERDICT
                           MOVE "ERREUR D'ECRITURE" TO WS-MOTIF
                       END-IF
                   END-IF
           END-READ
           .
      ***************************
       FIN-Changer-Statut-Suspendu. EXIT.
      ***************************

      ********************
       Changer-Statut-Actif.
      ********************
           MOVE WS-SAISIE-CODE TO PAR-CODE
           READ TAB-NUM-REF-PARTENAIRES
               INVALID KEY
                   MOVE "REJETE" TO WS-VERDICT
                   MOVE "PARTENAIRE INCONNU" TO WS-MOTIF
               NOT INVALID KEY
                   IF PAR-ACTIF
                       MOVE "REJETE" TO WS-VERDICT
                       MOVE "PARTENAIRE DEJA ACTIF" TO WS-MOTIF
                   ELSE
                       SET PAR-ACTIF TO TRUE
                       REWRITE REF-PARTENAIRE-ENR
                       IF L-Fst NOT = ZERO
                           MOVE "REJETE" TO WS-VERDICT
                           MOVE "ERREUR D'ECRITURE" TO WS-MOTIF
                       END-IF
                   END-IF
           END-READ
           .
      ************************
       FIN-Changer-Statut-Actif. EXIT.
      ************************

      ********************
       Ecrire-Ligne-Rapport.
      ********************
           MOVE MVP-ACTION TO MVR-ACTION
           MOVE " : " TO MVR-SEP1
           MOVE MVP-CODE TO MVR-CODE
           MOVE " : " TO MVR-SEP2
           MOVE WS-VERDICT TO MVR-VERDICT
           MOVE " : " TO MVR-SEP3
           MOVE WS-MOTIF TO MVR-MOTIF
           WRITE MVT-RAPPORT-REC
           IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           IF WS-VERDICT = "APPLIQUE"
               ADD 1 TO COMPTEUR-APPLIQUES
           ELSE
               ADD 1 TO COMPTEUR-REJETES
           END-IF
           .
      ************************
       FIN-Ecrire-Ligne-Rapport. EXIT.
      ************************

      ******************
       Lister-Partenaires.
      ******************
      *    Liste complete, dans l'ordre des codes.
           MOVE LOW-VALUES TO PAR-CODE
           START TAB-NUM-REF-PARTENAIRES KEY NOT < PAR-CODE
               INVALID KEY
                   SET FIN-LISTE-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-LISTE-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-LISTE-OUI
               READ TAB-NUM-REF-PARTENAIRES NEXT RECORD
                   AT END
                       SET FIN-LISTE-OUI TO TRUE
                   NOT AT END
                       DISPLAY PAR-CODE ' : ' PAR-LIBELLE ' : '
                               PAR-STATUT ' : V' PAR-VERSION
                               ' BASCULE ' PAR-DATE-VERSION-2
                               ' : SEQ ' PAR-SEQUENCE
                       DISPLAY '    AGENCES ' PAR-AGENCES
                               ' TYPES ' PAR-TYPES
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst NOT = ZERO AND L-Fst NOT = 10
                   SET FIN-LISTE-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      **********************
       FIN-Lister-Partenaires. EXIT.
      **********************

      *****
       FIN.
      *****
      * Fermeture des fichiers :
           CLOSE TAB-NUM-REF-PARTENAIRES
           DISPLAY 'Fin de gestion.'
           STOP RUN.

       END PROGRAM gerer-partenaires.
