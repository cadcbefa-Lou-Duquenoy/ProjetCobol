               UNTIL DEMANDE-TROUVEE
               OR WS-DEM-IDX > WS-DEM-NBPOSTES

      *--- Une marque de création (avant-image à blanc) ne porte      *
      *    aucune donnée personnelle : elle est recopiée telle quelle  *
           IF DEMANDE-TROUVEE AND WS-HIST-OLD-IMAGE NOT = SPACES
               PERFORM ANONYMISER-IMAGE
           END-IF

