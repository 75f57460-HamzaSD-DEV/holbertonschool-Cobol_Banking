       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-POST.

      *> Run on its own it posts the sample body below. A caller
      *> with its own payload - EVENT-FEED delivering the event
      *> feed - writes the JSON to a file, names it in
      *> POST_BODY_FILE (and the endpoint in POST_URL) and CALLs
      *> this program; RETURN-CODE comes back 0 when the endpoint
      *> accepted the post and 8 when curl or the endpoint failed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 API-URL              PIC X(55)
           VALUE "https://jsonplaceholder.typicode.com/posts".
       01 POST-BODY            PIC X(80)
           VALUE "{""title"": ""foo"", ""body"": ""bar"", "
               & """userId"": 1}".
       01 CURL-COMMAND         PIC X(250).
       01 WS-BODY-FILE         PIC X(60).
       01 WS-URL-ENV           PIC X(55).
       01 SYSTEM-STATUS        PIC S9(9) BINARY.

       01 WS-FILE-STATUS       PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO WS-BODY-FILE
           ACCEPT WS-BODY-FILE FROM ENVIRONMENT "POST_BODY_FILE"
           IF WS-BODY-FILE NOT = SPACES
               PERFORM POST-BODY-FILE
               GOBACK
           END-IF
           DISPLAY "Sending POST request to JSONPlaceholder...".

           MOVE SPACES TO CURL-COMMAND
           STRING "curl -s -X POST " API-URL
                  " -H ""Content-Type: application/json"" -d '"
                  FUNCTION TRIM(POST-BODY) "'"
           DISPLAY "Done.".
           STOP RUN.

      *> -f makes an HTTP error status a curl failure, so a post
      *> the endpoint refused is reported as not delivered.
       POST-BODY-FILE.
           MOVE SPACES TO WS-URL-ENV
           ACCEPT WS-URL-ENV FROM ENVIRONMENT "POST_URL"
           IF WS-URL-ENV NOT = SPACES
               MOVE WS-URL-ENV TO API-URL
           END-IF
           MOVE SPACES TO CURL-COMMAND
           STRING "curl -s -f -X POST " FUNCTION TRIM(API-URL)
                  " -H ""Content-Type: application/json"" -d @"
                  FUNCTION TRIM(WS-BODY-FILE)
                  " -o post_response.json"
               DELIMITED BY SIZE INTO CURL-COMMAND
           END-STRING
           CALL "SYSTEM" USING CURL-COMMAND
                         RETURNING SYSTEM-STATUS
           IF SYSTEM-STATUS = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-RESPONSE-FILE.
           SET EOF-REACHED TO FALSE.
           OPEN INPUT RESP-FILE.
