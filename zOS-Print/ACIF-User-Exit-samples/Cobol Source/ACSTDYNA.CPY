000100* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  MAINT     VERSION 01 *
000200*/**************************************************************/
000300*/* ACSTDYNA - dynamic allocation request for BPXWDYN, shared  */
000400*/* by the programs that allocate a data set per run from a    */
000500*/* list (ACSTRPRT, ACSTCYCL, ACSTMAIL, ACSTMEXP).             */
000600*/*                                                            */
000700*/* Licensed under the Apache License, Version 2.0 (the        */
000800*/* "License"); you may not use this file except in compliance */
000900*/* with the License. You may obtain a copy of the License at  */
001000*/*                                                            */
001100*/* http://www.apache.org/licenses/LICENSE-2.0                 */
001200*/*                                                            */
001300*/* Unless required by applicable law or agreed to in writing, */
001400*/* software distributed under the License is distributed on an*/
001500*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
001600*/* KIND, either express or implied.  See the License for the  */
001700*/* specific language governing permissions and limitations    */
001800*/* under the License.                                         */
001900*/**************************************************************/
002000* The caller moves the DD name to WS-DYN-DDNAME and the data set
002100*name to WS-DYN-DSN, builds
002200*    ALLOC FI(ddname) DA(dsn) SHR REUSE
002300*in WS-DYN-TEXT with its length in WS-DYN-LENGTH (the halfword
002400*prefix BPXWDYN expects), and CALLs BPXWDYN with WS-DYN-REQUEST.
002500*BPXWDYN's return code goes to WS-DYN-RC: zero is allocated, a
002600*positive value is the dynamic allocation error and information
002700*code (error code in the high halfword) - the data set is no
002800*longer cataloged or this job may not read it - and a negative
002900*value is a request BPXWDYN could not parse.  REUSE lets the
003000*same DD name be pointed at the next data set of the list.
003100 01  WS-DYN-REQUEST.
003200     05  WS-DYN-LENGTH       PIC S9(4) BINARY VALUE ZERO.
003300     05  WS-DYN-TEXT         PIC X(80) VALUE SPACES.
003400 77  WS-DYN-DDNAME           PIC X(8) VALUE SPACES.
003500 77  WS-DYN-DSN              PIC X(44) VALUE SPACES.
003600 77  WS-DYN-PTR              PIC S9(4) BINARY VALUE ZERO.
003700 77  WS-DYN-RC               PIC S9(9) BINARY VALUE ZERO.
003800     88  DYN-ALLOCATED           VALUE ZERO.
003900 77  WS-DYN-RC-EDIT          PIC -(10)9.
