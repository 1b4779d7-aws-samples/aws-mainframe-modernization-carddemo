      ******************************************************************
      * CVLNG01Y.cpy - Language variant text record
      * LANGUAGE-TEXT-RECORD (LANGTXT, keyed on language, kind and
      * text id) is the non-English wording of a fixed text: a
      * CBSTM03A statement caption (kind S, id the caption id) or
      * the CBNTF01C notification text for an event type (kind N, id
      * the event type).  English is built into the programs; a
      * language with no variant on file for a text falls back to
      * the English.  A caption variant is cut to the width its
      * statement line gives it.  Letter variants are LTRTMPL
      * templates carrying a language code (CVLTR01Y).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       01  LANGUAGE-TEXT-RECORD.
           05  LGT-KEY.
               10  LGT-LANG-CD                     PIC X(02).
               10  LGT-TEXT-KIND                   PIC X(01).
                   88  LGT-STMT-CAPTION            VALUE 'S'.
                   88  LGT-NOTIFY-TEXT             VALUE 'N'.
               10  LGT-TEXT-ID                     PIC X(04).
           05  LGT-TEXT                            PIC X(60).
           05  FILLER                              PIC X(13).
