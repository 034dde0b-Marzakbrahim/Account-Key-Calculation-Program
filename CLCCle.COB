       01 RESTE1                                          PIC 9(10).
       01 SOMME-N7-N8                                     PIC 9(10).
       01 RESULTAT                                        PIC 9(10).
      *    Calcul du RIB et de l'IBAN (voir Calcul-RIB) : le code
      *    banque par defaut n'est lu qu'au premier appel.
       01 CODE-BANQUE-DEFAUT                              PIC X(5).
       01 Banque-Switch                                   PIC X(1)
                                                              VALUE 'N'.
           88 BANQUE-LUE     VALUE 'O'.
           88 BANQUE-NON-LUE VALUE 'N'.
       01 RIB-BANQUE                                      PIC 9(5).
       01 RIB-GUICHET                                     PIC 9(5).
       01 RIB-COMPTE                                      PIC 9(11).
       01 RIB-CALCUL                                      PIC 9(13).
       01 RIB-QUOTIENT                                    PIC 9(13).
       01 RIB-RESTE                                       PIC 9(2).
       01 IBAN-CONTROLE                                   PIC 9(2).
       01 IBAN-TRAVAIL                                    PIC X(34).
       01 IBAN-REORDONNE                                  PIC X(34).
       01 IBAN-LONGUEUR                                   PIC 9(2).
       01 IBAN-CARACTERE                                  PIC X(1).
       01 IBAN-CHIFFRE                                    PIC 9(1).
       01 INDICE-IBAN                                     PIC 9(2).
       01 INDICE-LETTRE                                   PIC 9(2).
       01 ALPHABET-IBAN                                   PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 Caractere-Switch                                PIC X(1).
           88 CARACTERE-ADMIS    VALUE 'O'.
           88 CARACTERE-INTERDIT VALUE 'N'.
      *----------------------
       LINKAGE SECTION.
      *----------------------
                      CODE-ERREUR
                      LIBELLE-ERREUR
                      CLE-CALCULEE
                      CLE-RIB
                      IBAN
           SET Erreur-Non TO TRUE
           SET RIB-ABSENT TO TRUE
           SET IBAN-NON-VERIFIE TO TRUE
      *    Un appelant qui ne connait pas encore ce mode (ex: appelant
      *    historique) laisse Mode-Fonction a blanc : on suppose alors
      *    la generation, pour ne rien changer a son comportement.
               END-DIVIDE
               DISPLAY " La cle est : " Cle
           END-IF

           PERFORM Calcul-RIB THRU FIN-Calcul-RIB
           .
      ************************
       FIN-Calcul-INTER. EXIT.
       FIN-Calcul-Version-2. EXIT.
      ****************************

      ***********
       Calcul-RIB.
      ***********
      *    RIB du compte : code banque, code agence (code guichet),
      *    numero de compte cadre a droite sur 11 chiffres et cle RIB
      *    = 97 - ((89 x banque + 15 x guichet + 3 x compte) modulo
      *    97). L'IBAN FR en decoule : "FR", 2 chiffres de controle,
      *    puis les 23 chiffres du RIB ; les chiffres de controle
      *    valent 98 - (modulo 97 de l'IBAN provisoire "FR00...", voir
      *    Calcul-Modulo-Iban). Un seul calcul pour toute la chaine :
      *    les systemes aval reprennent ces valeurs au lieu de les
      *    reconstituer chacun de leur cote.
           IF CODE-BANQUE = SPACES
               IF BANQUE-NON-LUE
                   MOVE SPACES TO CODE-BANQUE-DEFAUT
                   DISPLAY "TAB_NUM_CODE_BANQUE" UPON ENVIRONMENT-NAME
                   ACCEPT CODE-BANQUE-DEFAUT FROM ENVIRONMENT-VALUE
                   SET BANQUE-LUE TO TRUE
               END-IF
               MOVE CODE-BANQUE-DEFAUT TO CODE-BANQUE
           END-IF
           IF CODE-BANQUE IS NUMERIC AND NUM-AGENCE IS NUMERIC
               MOVE CODE-BANQUE TO RIB-BANQUE
               MOVE NUM-AGENCE TO RIB-GUICHET
               MOVE NUM-COMP TO RIB-COMPTE
               COMPUTE RIB-CALCUL = 89 * RIB-BANQUE
                                  + 15 * RIB-GUICHET
                                  + 3 * RIB-COMPTE
               DIVIDE 97 INTO RIB-CALCUL
                   GIVING RIB-QUOTIENT REMAINDER RIB-RESTE
               END-DIVIDE
               COMPUTE CLE-RIB = 97 - RIB-RESTE
               MOVE SPACES TO IBAN-TRAVAIL
               STRING "FR00" DELIMITED BY SIZE
                      CODE-BANQUE DELIMITED BY SIZE
                      NUM-AGENCE DELIMITED BY SIZE
                      "0" DELIMITED BY SIZE
                      NUM-COMP DELIMITED BY SIZE
                      CLE-RIB DELIMITED BY SIZE
                   INTO IBAN-TRAVAIL
               PERFORM Calcul-Modulo-Iban THRU FIN-Calcul-Modulo-Iban
               COMPUTE IBAN-CONTROLE = 98 - RIB-RESTE
               MOVE IBAN-TRAVAIL TO IBAN
               MOVE IBAN-CONTROLE TO IBAN(3:2)
               SET RIB-CALCULE TO TRUE
               IF Mode-Generation
                   DISPLAY " L'IBAN est : " IBAN
               END-IF
           END-IF

           IF Mode-Verification AND IBAN-A-VERIFIER NOT = SPACES
               PERFORM Verifier-IBAN THRU FIN-Verifier-IBAN
           END-IF
           .
      *****************
       FIN-Calcul-RIB. EXIT.
      *****************

      **************
       Verifier-IBAN.
      **************
      *    IBAN recu d'un partenaire : ses chiffres de controle d'abord
      *    (modulo 97 egal a 1), puis la comparaison avec l'IBAN que
      *    l'on vient de recalculer pour le meme compte.
           MOVE IBAN-A-VERIFIER TO IBAN-TRAVAIL
           PERFORM Calcul-Modulo-Iban THRU FIN-Calcul-Modulo-Iban
           IF CARACTERE-INTERDIT OR RIB-RESTE NOT = 1
               SET IBAN-INVALIDE TO TRUE
           ELSE
               IF RIB-ABSENT
                   SET IBAN-VALIDE TO TRUE
               ELSE
                   IF IBAN-A-VERIFIER = IBAN
                       SET IBAN-CONCORDANT TO TRUE
                   ELSE
                       SET IBAN-DISCORDANT TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      ******************
       FIN-Verifier-IBAN. EXIT.
      ******************

      *******************
       Calcul-Modulo-Iban.
      *******************
      *    Modulo 97 de l'IBAN range dans IBAN-TRAVAIL, selon la regle
      *    commune a tous les IBAN : les 4 premiers caracteres passent
      *    en fin, chaque lettre vaut 10 (A) a 35 (Z), et le nombre
      *    obtenu -- bien trop long pour une zone numerique -- est
      *    reduit chiffre par chiffre. Resultat dans RIB-RESTE ;
      *    CARACTERE-INTERDIT pour un IBAN trop court ou qui contient
      *    autre chose que des chiffres et des majuscules.
           SET CARACTERE-ADMIS TO TRUE
           MOVE ZERO TO RIB-RESTE
                        IBAN-LONGUEUR
           INSPECT IBAN-TRAVAIL TALLYING IBAN-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF IBAN-LONGUEUR < 5
               SET CARACTERE-INTERDIT TO TRUE
               GO TO FIN-Calcul-Modulo-Iban
           END-IF
           MOVE SPACES TO IBAN-REORDONNE
           STRING IBAN-TRAVAIL(5:IBAN-LONGUEUR - 4) DELIMITED BY SIZE
                  IBAN-TRAVAIL(1:4) DELIMITED BY SIZE
               INTO IBAN-REORDONNE
           PERFORM VARYING INDICE-IBAN FROM 1 BY 1
                   UNTIL INDICE-IBAN > IBAN-LONGUEUR
                      OR CARACTERE-INTERDIT
               MOVE IBAN-REORDONNE(INDICE-IBAN:1) TO IBAN-CARACTERE
               IF IBAN-CARACTERE IS NUMERIC
                   MOVE IBAN-CARACTERE TO IBAN-CHIFFRE
                   COMPUTE RIB-CALCUL = RIB-RESTE * 10 + IBAN-CHIFFRE
               ELSE
                   PERFORM VARYING INDICE-LETTRE FROM 1 BY 1
                           UNTIL INDICE-LETTRE > 26
                              OR ALPHABET-IBAN(INDICE-LETTRE:1)
                                                      = IBAN-CARACTERE
                       CONTINUE
                   END-PERFORM
                   IF INDICE-LETTRE > 26
                       SET CARACTERE-INTERDIT TO TRUE
                   END-IF
                   COMPUTE RIB-CALCUL =
                           RIB-RESTE * 100 + INDICE-LETTRE + 9
               END-IF
               DIVIDE 97 INTO RIB-CALCUL
                   GIVING RIB-QUOTIENT REMAINDER RIB-RESTE
               END-DIVIDE
           END-PERFORM
           .
      ***********************
       FIN-Calcul-Modulo-Iban. EXIT.
      ***********************

      *-----------------------------------------------------------------
       FIN.
      *---------------
