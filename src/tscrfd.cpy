       fd  script-input-file.
       01  script-input-record pic x(200).
