IDENTIFICATION DIVISION.
PROGRAM-ID. incidents.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Registre horodate des incidents et reclamations par bureau,
*> scrutin et tour : repris dans les observations du proces-verbal
        SELECT fincidents ASSIGN TO "fincidents.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fin_cle
        FILE STATUS IS fincid_stat.
        SELECT fbureaux ASSIGN TO "fbureaux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fbu_num
        ALTERNATE RECORD KEY fbu_ville WITH DUPLICATES
        FILE STATUS IS fbureaux_stat.
*> Fichier maitre des operateurs habilites, tenu par le
*> programme operateurs
        SELECT foperateurs ASSIGN TO "foperateurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fop_id
        FILE STATUS IS fop_stat.

DATA DIVISION.
FILE SECTION.
        FD fincidents.
        01 incidentTampon.
          02 fin_cle.
             03 fin_noebur PIC X(4).
             03 fin_scrutin PIC X(8).
             03 fin_tour PIC 9.
             03 fin_horodatage PIC X(14).
             03 fin_sequence PIC 9(2).
          02 fin_type PIC 9.
             88 fin-incident VALUE 1.
             88 fin-reclamation VALUE 2.
          02 fin_auteur PIC X(30).
          02 fin_operateur PIC X(10).
          02 fin_texte PIC X(80).
        FD fbureaux.
        01 bureauxTampon.
          02 fbu_num PIC X(4).
          02 fbu_ville PIC X(30).
          02 fbu_heure_fermeture PIC 9(2).
          02 fbu_heure_ouverture PIC 9(2).
          02 fbu_etat PIC 9(2).
             88 fbu-pas-ouvert VALUE 1.
             88 fbu-ouvert VALUE 2.
             88 fbu-ferme VALUE 3.
             88 fbu-resultats-transmis VALUE 4.
        FD foperateurs.
        01 operTampon.
          02 fop_id PIC X(10).
          02 fop_nom PIC X(30).
          02 fop_niveau PIC 9.
             88 fop-niveau-saisie VALUE 1.
             88 fop-niveau-superviseur VALUE 2.
          02 fop_actif PIC 9.
             88 fop-actif VALUE 1.
             88 fop-desactive VALUE 0.

WORKING-STORAGE SECTION.
        77 fincid_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 fop_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wscrutin PIC X(8).
        77 Wtour PIC 9.
        77 Wnum PIC X(4).
        77 Wtype PIC 9.
        77 Wauteur PIC X(30).
        77 Wtexte PIC X(80).
        77 Woperateur PIC X(10).
        77 Woperateur_ok PIC 9.
        77 Wabandon_oper PIC 9.
        77 Wbureau_ok PIC 9.
        77 Wenregistre PIC 9.
        77 Wnbincidents PIC 9(4).
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

*> Tenue du registre des incidents et reclamations du jour du
*> scrutin. Chaque inscription est horodatee a la saisie et
*> rattachee a l'operateur qui l'a enregistree ; le registre est
*> imprime dans les observations du proces-verbal du bureau.
        OPEN I-O fincidents
        IF fincid_stat = 35 THEN
          OPEN OUTPUT fincidents
        END-IF
        CLOSE fincidents

        PERFORM IDENTIFIE_OPERATEUR
        IF Woperateur_ok = 1 THEN
           PERFORM SAISIE_INCIDENTS
        ELSE
           DISPLAY 'Operateur non habilite, saisie des incidents '
              'abandonnee'
        END-IF
        PERFORM LISTE_INCIDENTS_BUREAU

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           IF fincid_stat = 0 OR fincid_stat = 2 OR fincid_stat = 4
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF
        END-IF

        GOBACK.

        IDENTIFIE_OPERATEUR.
*> L'identifiant saisi doit exister et etre actif dans le fichier
*> maitre des operateurs, comme pour la saisie des resultats
        MOVE 0 TO Woperateur_ok
        MOVE 0 TO Wabandon_oper
        PERFORM WITH TEST AFTER UNTIL Woperateur_ok = 1
           OR Wabandon_oper = 1
           DISPLAY 'Identifiant operateur (vide pour abandonner)'
           ACCEPT Woperateur
           IF Woperateur = SPACES THEN
              MOVE 1 TO Wabandon_oper
           ELSE
              PERFORM VERIFIE_OPERATEUR
              IF Woperateur_ok = 0 AND Wabandon_oper = 0 THEN
                 DISPLAY 'Operateur inconnu ou desactive, reessayez'
              END-IF
           END-IF
        END-PERFORM.

        VERIFIE_OPERATEUR.
*> Woperateur est deja positionne par l'appelant
        MOVE 0 TO Woperateur_ok
        OPEN INPUT foperateurs
        IF fop_stat = 35 THEN
           DISPLAY 'Fichier foperateurs.dat introuvable, lancer le '
              'programme operateurs : saisie refusee'
           MOVE 1 TO Wabandon_oper
        ELSE
           MOVE Woperateur TO fop_id
           READ foperateurs
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF fop-actif THEN
                    MOVE 1 TO Woperateur_ok
                    DISPLAY 'Operateur : ', fop_nom
                 END-IF
           END-READ
        END-IF
        CLOSE foperateurs.

        SAISIE_INCIDENTS.
        DISPLAY 'Souhaitez vous enregistrer un incident ou une '
           'reclamation ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           DISPLAY 'Tour (1 ou 2)'
           ACCEPT Wtour
           OPEN I-O fincidents
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY 'Numero de bureau'
              ACCEPT Wnum
              PERFORM VERIFIE_BUREAU
              IF Wbureau_ok = 1 THEN
                 PERFORM WITH TEST AFTER UNTIL Wtype = 1 OR Wtype = 2
                    DISPLAY 'Nature : 1-incident 2-reclamation d''un electeur'
                    ACCEPT Wtype
                 END-PERFORM
                 MOVE SPACES TO Wauteur
                 IF Wtype = 2 THEN
                    DISPLAY 'Nom et prenom de l''auteur de la reclamation'
                    ACCEPT Wauteur
                 END-IF
                 DISPLAY 'Description (80 caracteres)'
                 ACCEPT Wtexte
                 PERFORM ENREGISTRE_INCIDENT
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
           CLOSE fincidents
        END-IF.

        VERIFIE_BUREAU.
*> Wnum est deja positionne par l'appelant
        MOVE 0 TO Wbureau_ok
        OPEN INPUT fbureaux
        MOVE Wnum TO fbu_num
        READ fbureaux
           INVALID KEY
              DISPLAY 'Bureau inexistant : ', Wnum
           NOT INVALID KEY
              MOVE 1 TO Wbureau_ok
        END-READ
        CLOSE fbureaux.

        ENREGISTRE_INCIDENT.
*> Horodatage de la saisie ; deux inscriptions dans la meme
*> seconde pour le meme bureau sont departagees par le numero
*> de sequence de la cle
        MOVE Wnum TO fin_noebur
        MOVE Wscrutin TO fin_scrutin
        MOVE Wtour TO fin_tour
        MOVE FUNCTION CURRENT-DATE (1:14) TO fin_horodatage
        MOVE 0 TO fin_sequence
        MOVE Wtype TO fin_type
        MOVE Wauteur TO fin_auteur
        MOVE Woperateur TO fin_operateur
        MOVE Wtexte TO fin_texte
        MOVE 0 TO Wenregistre
        PERFORM WITH TEST AFTER UNTIL Wenregistre = 1
           OR fin_sequence = 99
           ADD 1 TO fin_sequence
           WRITE incidentTampon
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO Wenregistre
           END-WRITE
        END-PERFORM
        IF Wenregistre = 1 THEN
           DISPLAY 'Enregistre le ', fin_horodatage
        ELSE
           MOVE 1 TO Wio_ko
           DISPLAY 'Enregistrement impossible, statut ', fincid_stat
        END-IF.

        LISTE_INCIDENTS_BUREAU.
        DISPLAY 'Souhaitez vous consulter le registre d''un bureau ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           DISPLAY 'Tour (1 ou 2)'
           ACCEPT Wtour
           DISPLAY 'Numero de bureau'
           ACCEPT Wnum
           DISPLAY '=== Registre des incidents du bureau ', Wnum,
              ' - scrutin ', Wscrutin, ' tour ', Wtour, ' ==='
           MOVE 0 TO Wnbincidents
           OPEN INPUT fincidents
           MOVE Wnum TO fin_noebur
           MOVE Wscrutin TO fin_scrutin
           MOVE Wtour TO fin_tour
           MOVE LOW-VALUES TO fin_horodatage
           MOVE 0 TO fin_sequence
           MOVE 0 TO Wfin
           START fincidents KEY IS NOT LESS THAN fin_cle
              INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ fincidents NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fin_noebur NOT = Wnum OR fin_scrutin NOT = Wscrutin
                       OR fin_tour NOT = Wtour THEN
                       MOVE 1 TO Wfin
                    ELSE
                       ADD 1 TO Wnbincidents
                       IF fin-incident THEN
                          DISPLAY fin_horodatage, ' INCIDENT    ',
                             fin_texte
                       ELSE
                          DISPLAY fin_horodatage, ' RECLAMATION ',
                             fin_auteur
                          DISPLAY '               ', fin_texte
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE fincidents
           DISPLAY 'Inscriptions au registre : ', Wnbincidents
        END-IF.
