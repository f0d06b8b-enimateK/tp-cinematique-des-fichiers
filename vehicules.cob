IDENTIFICATION DIVISION.
PROGRAM-ID. vehicules.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Fichier maitre du parc de vehicules du service de transport :
*> immatriculation, ville de rattachement, places assises, places
*> pour fauteuil (PMR) et chauffeur. Consulte par
*> planning_transport pour affecter les tournees aux vehicules
        SELECT fvehicules ASSIGN TO "fvehicules.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fve_immat
        ALTERNATE RECORD KEY fve_ville WITH DUPLICATES
        FILE STATUS IS fveh_stat.

DATA DIVISION.
FILE SECTION.
        FD fvehicules.
        01 vehiculeTampon.
          02 fve_immat PIC X(10).
          02 fve_ville PIC X(30).
          02 fve_places PIC 9(2).
          02 fve_places_pmr PIC 9(2).
          02 fve_chauffeur PIC X(30).
          02 fve_actif PIC 9.
             88 fve-actif VALUE 1.
             88 fve-retire VALUE 0.

WORKING-STORAGE SECTION.
        77 fveh_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wimmat PIC X(10).
        77 Wville PIC X(30).
        77 Wplaces PIC 9(2).
        77 Wplaces_pmr PIC 9(2).
        77 Wchauffeur PIC X(30).
        77 Wnbvehicules PIC 9(4).
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

        OPEN I-O fvehicules
        IF fveh_stat = 35 THEN
          OPEN OUTPUT fvehicules
        END-IF
        CLOSE fvehicules

        PERFORM SAISIE_VEHICULES
        PERFORM RETRAIT_VEHICULE
        PERFORM LISTE_VEHICULES

*> Code retour exploitable par un enchainement de traitements :
*> 0 si le fichier est dans un etat sain et si aucune ecriture
*> individuelle n'a echoue
        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           IF fveh_stat = 0 OR fveh_stat = 2 OR fveh_stat = 4
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF
        END-IF

        GOBACK.

        SAISIE_VEHICULES.
        DISPLAY 'Souhaitez vous saisir/mettre a jour des vehicules ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           OPEN I-O fvehicules
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY 'Immatriculation (10 caracteres)'
              ACCEPT Wimmat
              DISPLAY 'Ville de rattachement'
              ACCEPT Wville
              DISPLAY 'Nombre de places assises'
              ACCEPT Wplaces
              DISPLAY 'Nombre de places pour fauteuil roulant (0 si '
                 'vehicule non adapte)'
              ACCEPT Wplaces_pmr
              DISPLAY 'Nom du chauffeur'
              ACCEPT Wchauffeur
              IF Wplaces = 0 AND Wplaces_pmr = 0 THEN
                 DISPLAY 'Vehicule sans aucune place, saisie refusee'
              ELSE
                 PERFORM ENREGISTRE_VEHICULE
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
           CLOSE fvehicules
        END-IF.

        ENREGISTRE_VEHICULE.
        MOVE Wimmat TO fve_immat
        READ fvehicules
           INVALID KEY
              MOVE Wimmat TO fve_immat
              MOVE Wville TO fve_ville
              MOVE Wplaces TO fve_places
              MOVE Wplaces_pmr TO fve_places_pmr
              MOVE Wchauffeur TO fve_chauffeur
              SET fve-actif TO TRUE
              WRITE vehiculeTampon END-WRITE
              DISPLAY 'Vehicule enregistre'
           NOT INVALID KEY
*> Vehicule deja connu : mise a jour complete, et un vehicule
*> retire ressaisi revient en service
              MOVE Wville TO fve_ville
              MOVE Wplaces TO fve_places
              MOVE Wplaces_pmr TO fve_places_pmr
              MOVE Wchauffeur TO fve_chauffeur
              SET fve-actif TO TRUE
              REWRITE vehiculeTampon END-REWRITE
              DISPLAY 'Vehicule mis a jour'
        END-READ
        IF fveh_stat NOT = 0 AND fveh_stat NOT = 2
           AND fveh_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.

        RETRAIT_VEHICULE.
        DISPLAY 'Souhaitez vous retirer un vehicule du service ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY 'Immatriculation'
              ACCEPT Wimmat
              OPEN I-O fvehicules
              MOVE Wimmat TO fve_immat
              READ fvehicules
                 INVALID KEY
                    DISPLAY 'Vehicule inconnu : ', Wimmat
                 NOT INVALID KEY
                    IF fve-retire THEN
                       DISPLAY 'Vehicule deja retire du service'
                    ELSE
                       SET fve-retire TO TRUE
                       REWRITE vehiculeTampon END-REWRITE
                       IF fveh_stat NOT = 0 AND fveh_stat NOT = 2
                          AND fveh_stat NOT = 4
                          MOVE 1 TO Wio_ko
                       END-IF
                       DISPLAY 'Vehicule retire du service'
                    END-IF
              END-READ
              CLOSE fvehicules
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
        END-IF.

        LISTE_VEHICULES.
        DISPLAY '=== Parc de vehicules par ville ==='
        MOVE 0 TO Wnbvehicules
        OPEN INPUT fvehicules
        MOVE 0 TO Wfin
        MOVE LOW-VALUES TO fve_ville
        START fvehicules KEY IS NOT LESS THAN fve_ville
           INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
           READ fvehicules NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 ADD 1 TO Wnbvehicules
                 IF fve-actif THEN
                    DISPLAY fve_ville, ' ', fve_immat, ' ', fve_places,
                       ' places ', fve_places_pmr, ' PMR chauffeur ',
                       fve_chauffeur
                 ELSE
                    DISPLAY fve_ville, ' ', fve_immat, ' ', fve_places,
                       ' places ', fve_places_pmr, ' PMR chauffeur ',
                       fve_chauffeur, ' RETIRE'
                 END-IF
           END-READ
        END-PERFORM
        CLOSE fvehicules
        DISPLAY 'Vehicules : ', Wnbvehicules.
