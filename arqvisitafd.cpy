               88 arqvisita-fechado      value 'F'.
           03 arqvisita-nota             pic  x(040) value spaces.
           03 arqvisita-operador         pic  x(010) value spaces.
      *    Check-in captured on the street by the vendedor's device,
      *    and how it compared with the client's coordinates when
      *    the visit was keyed in: 'O' within the tolerance, 'F'
      *    beyond it, 'N' no check-in captured, 'S' client without
      *    coordinates to compare with. Blank on skipped visits.
           03 arqvisita-checkin-lat      pic s9(003)v9(008) value zeros.
           03 arqvisita-checkin-lon      pic s9(003)v9(008) value zeros.
           03 arqvisita-checkin-hora     pic  9(006) value zeros.
           03 arqvisita-checkin-distancia pic 9(005)v9(002) value zeros.
           03 arqvisita-checkin-situacao pic  x(001) value spaces.
               88 arqvisita-checkin-ok   value 'O'.
               88 arqvisita-checkin-fora value 'F'.
               88 arqvisita-checkin-ausente value 'N'.
               88 arqvisita-checkin-sem-ref value 'S'.
